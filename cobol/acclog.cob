    *>    shared inquiry access logger: the inquiry screens and the
    *>    batch inquiry showed allocation history and department lot
    *>    contents to whoever asked and left no trace, so a department
    *>    asking who had looked at their lot got no answer. every
    *>    lookup now calls this with the caller's filled-in accrec.cpy
    *>    row; the date and time are stamped here and the row appended
    *>    to the access log. unlike RUNSTAT and ALERTWTR a failure here
    *>    is the caller's business: the verdict comes back one byte --
    *>    'Y' logged, 'B' log resource busy, 'N' log not writable --
    *>    and an inquiry that couldn't be logged isn't answered. same
    *>    CALL-style shape as RUNSTAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
    *>    same DYNAMIC/env-override convention as the audit logs.
       SELECT ACCESS-FILE ASSIGN TO DYNAMIC ACCESS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACCESS-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD ACCESS-FILE.
           01 ACCESS-LINE PICTURE X(100).

       WORKING-STORAGE SECTION.
           77 ACCESS-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/acclog.dat".
           77 FS-ACCESS-FILE PICTURE XX.
           77 ENV-OVERRIDE PICTURE X(99).
           77 RUN-REGION PICTURE X.
           77 WS-DATE PICTURE 9(8).
           77 WS-TIME PICTURE 9(8).
    *>    every terminal appends to the one log: the append runs under
    *>    the FILELOCK enqueue so two lookups never interleave a row.
           77 LK-ACTION PICTURE X.
           77 LK-RESOURCE PICTURE X(40) VALUE 'ACCESSLOG'.
           77 LK-RESULT PICTURE X.

       LINKAGE SECTION.
       COPY accrec.
       01 LS-RESULT PICTURE X.

       PROCEDURE DIVISION USING ACCESS-RECORD, LS-RESULT.
           MOVE 'N' TO LS-RESULT.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "ACCLOG_DD".
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO ACCESS-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING ACCESS-FILE-NAME, RUN-REGION.
           MOVE 'L' TO LK-ACTION.
           CALL 'FILELOCK' USING LK-ACTION, LK-RESOURCE, LK-RESULT.
           IF LK-RESULT IS EQUAL TO 'B'
               MOVE 'B' TO LS-RESULT
               GOBACK
           END-IF.
    *>    open for append if the file already exists, otherwise create
    *>    it -- same shape as the audit-log opens.
           OPEN EXTEND ACCESS-FILE.
           IF FS-ACCESS-FILE IS NOT EQUAL TO "00"
               OPEN OUTPUT ACCESS-FILE
           END-IF.
           IF FS-ACCESS-FILE IS NOT EQUAL TO "00"
               DISPLAY "ACCESS LOG WRITE FAILURE, STATUS "
                   FS-ACCESS-FILE " FILE " ACCESS-FILE-NAME
           ELSE
               ACCEPT WS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME FROM TIME
               MOVE WS-DATE TO ACCESS-DATE
               MOVE WS-TIME TO ACCESS-TIME
               WRITE ACCESS-LINE FROM ACCESS-RECORD
               IF FS-ACCESS-FILE IS EQUAL TO "00"
                   MOVE 'Y' TO LS-RESULT
               END-IF
               CLOSE ACCESS-FILE
           END-IF.
           MOVE 'U' TO LK-ACTION.
           CALL 'FILELOCK' USING LK-ACTION, LK-RESOURCE, LK-RESULT.
           GOBACK.
