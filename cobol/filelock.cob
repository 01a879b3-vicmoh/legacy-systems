       WORKING-STORAGE SECTION.
           77 LOCK-DIR PICTURE X(20) VALUE "./cobol/assets/".
           77 LOCK-FILE-NAME PICTURE X(99).
           77 RUN-REGION PICTURE X.
           77 FS-LOCK-FILE PICTURE XX.
           77 WS-DATE PICTURE 9(8).
           77 WS-TIME PICTURE 9(8).
                  FUNCTION TRIM(LS-RESOURCE) DELIMITED BY SIZE
                  ".lck" DELIMITED BY SIZE
               INTO LOCK-FILE-NAME.
           CALL 'RGNCHK' USING LOCK-FILE-NAME, RUN-REGION.
           IF LS-ACTION IS EQUAL TO 'U' OR LS-ACTION IS EQUAL TO 'u'
               PERFORM RELEASE-LOCK
           ELSE
