               VALUE "./cobol/assets/runstatus.dat".
           77 FS-STATUS-FILE PICTURE XX.
           77 ENV-OVERRIDE PICTURE X(99).
           77 RUN-REGION PICTURE X.
           77 WS-DATE PICTURE 9(8).
           77 WS-TIME PICTURE 9(8).
    *>    the status file is shared with the console's board reader:
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO STATUS-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING STATUS-FILE-NAME, RUN-REGION.
    *>    open for append if the file already exists, otherwise create
    *>    it -- same shape as the audit-log opens. a failure here must
    *>    never take the calling program down with it: status
