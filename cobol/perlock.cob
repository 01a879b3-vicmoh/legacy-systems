    *>    shared period-lock check: once the month-end stream has run
    *>    its period programs it writes a period-closed record to
    *>    periodcl.dat (perclose.cob), and anything that would change
    *>    what a closed month said -- backout.cob unwinding a run dated
    *>    in it, chargebk.cob billing it a second time -- asks here
    *>    first. same CALL-style shape as BLKCHK; the caller passes the
    *>    period yyyymm and gets back one byte:
    *>      'C' the period is closed (LS-CLOSE-DATE is the day it was);
    *>      'O' open, or no close has ever been recorded.
    *>    the file is loaded on the first call and held for the run,
    *>    the once-per-run caching PRODCAL gives prodcal.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERLOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLOSE-FILE ASSIGN TO DYNAMIC CLOSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CLOSE-FILE.

       DATA DIVISION.
       FILE SECTION.
    *>    perclose.cob's period-closed record; only the period and
    *>    the close date matter here.
       FD CLOSE-FILE.
           01 CLOSE-RECORD.
               02 CLOSE-REC-PERIOD PICTURE X(6).
               02 FILLER PICTURE X.
               02 CLOSE-REC-DATE PICTURE X(8).
               02 FILLER PICTURE X(65).

       WORKING-STORAGE SECTION.
           77 CLOSE-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/periodcl.dat".
           77 ENV-OVERRIDE PICTURE X(99).
           77 RUN-REGION PICTURE X.
           77 FS-CLOSE-FILE PICTURE XX.
           77 WS-EOF PICTURE 9.
           77 WS-LOADED PICTURE 9 VALUE ZERO.
           77 CLOSED-COUNT PICTURE 9(4) VALUE ZERO.
           77 CLOSED-IDX PICTURE 9(4).
       01 CLOSED-TABLE.
           02 CLOSED-ENTRY OCCURS 600 TIMES.
               03 CLOSED-PERIOD PICTURE 9(6).
               03 CLOSED-DATE PICTURE 9(8).

       LINKAGE SECTION.
       01 LS-PERIOD PICTURE 9(6).
       01 LS-RESULT PICTURE X.
       01 LS-CLOSE-DATE PICTURE 9(8).

       PROCEDURE DIVISION USING LS-PERIOD, LS-RESULT, LS-CLOSE-DATE.
           IF WS-LOADED IS EQUAL TO ZERO
               PERFORM LOAD-CLOSED-PERIODS
               MOVE 1 TO WS-LOADED
           END-IF.
           MOVE 'O' TO LS-RESULT.
           MOVE ZERO TO LS-CLOSE-DATE.
           PERFORM VARYING CLOSED-IDX FROM 1 BY 1
                   UNTIL CLOSED-IDX IS GREATER THAN CLOSED-COUNT
               IF CLOSED-PERIOD(CLOSED-IDX) IS EQUAL TO LS-PERIOD
                   MOVE 'C' TO LS-RESULT
                   MOVE CLOSED-DATE(CLOSED-IDX) TO LS-CLOSE-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           GOBACK.

    *>    rows that don't parse as a close record are skipped; with no
    *>    file on disk nothing is closed.
       LOAD-CLOSED-PERIODS.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "PERIODCL_DD".
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO CLOSE-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING CLOSE-FILE-NAME, RUN-REGION.
           OPEN INPUT CLOSE-FILE.
           IF FS-CLOSE-FILE IS NOT EQUAL TO "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 1
               READ CLOSE-FILE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CLOSE-REC-PERIOD IS NUMERIC
                               AND CLOSE-REC-DATE IS NUMERIC
                               AND CLOSED-COUNT IS LESS THAN 600
                           ADD 1 TO CLOSED-COUNT
                           MOVE CLOSE-REC-PERIOD
                               TO CLOSED-PERIOD(CLOSED-COUNT)
                           MOVE CLOSE-REC-DATE TO CLOSED-DATE(CLOSED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLOSE-FILE.
