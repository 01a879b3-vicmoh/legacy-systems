           77 ALERT-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/alerts.dat".
           77 ENV-OVERRIDE PICTURE X(99).
           77 RUN-REGION PICTURE X.
           77 FS-ALERT-FILE PICTURE XX.
           77 WS-DATE PICTURE 9(8).
           77 WS-TIME PICTURE 9(8).
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO ALERT-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING ALERT-FILE-NAME, RUN-REGION.
    *>    open for append if the file already exists, otherwise
    *>    create it -- same shape as the audit-log opens.
           OPEN EXTEND ALERT-FILE.
