
       WORKING-STORAGE SECTION.
           77 SEAL-FILE-NAME PICTURE X(99).
           77 RUN-REGION PICTURE X.
           77 FS-SEAL-FILE PICTURE XX.
           77 WS-EOF PICTURE 9.
           77 CHAR-IDX PICTURE 9(4).
           MOVE ZERO TO LS-SEAL.
           MOVE ZERO TO SEAL-VALUE.
           MOVE LS-FILE-NAME TO SEAL-FILE-NAME.
           CALL 'RGNCHK' USING SEAL-FILE-NAME, RUN-REGION.
           OPEN INPUT SEAL-FILE.
           IF FS-SEAL-FILE IS NOT EQUAL TO "00"
               GOBACK
