           ACCESS MODE IS RANDOM
           RECORD KEY IS PRIME-LIST-NUM
           FILE STATUS IS FS-PRIME-LIST-FILE.
    *>    sieve.cob's window catalog: the base range from 2 plus each
    *>    lookup window over the ten-digit ranges in use. read once
    *>    with the prime list, so a number outside every covered range
    *>    goes straight to trial division without a keyed READ that
    *>    could only miss.
       SELECT WINDOW-CATALOG-FILE ASSIGN TO DYNAMIC
               WINDOW-CATALOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-WINDOW-CATALOG-FILE.

       DATA DIVISION.
       FILE SECTION.
               02 PRIME-LIST-NUM PICTURE 9(10).
               02 PRIME-LIST-RESULT PICTURE X.
               02 PRIME-LIST-FACTOR PICTURE S9(10).
       FD WINDOW-CATALOG-FILE.
           01 WINDOW-CATALOG-REC.
               02 WC-TYPE PICTURE X.
               02 FILLER PICTURE X.
               02 WC-LOW PICTURE X(10).
               02 FILLER PICTURE X.
               02 WC-HIGH PICTURE X(10).
               02 FILLER PICTURE X(57).

       WORKING-STORAGE SECTION.
           77 WS-DIVISOR PICTURE S9(10) USAGE IS COMPUTATIONAL.
           77 TRIAL-MIN PICTURE S9(9) VALUE 4.
           77 PRIMECFG-FILE-NAME PICTURE X(99) VALUE "PRIMECFG.DAT".
           77 ENV-OVERRIDE PICTURE X(99).
           77 RUN-REGION PICTURE X.
           77 FS-PRIMECFG PICTURE XX.
    *>    indexed prime-list lookup table: opened once
    *>    per run, same as PRIMECFG-FILE above. PRIME-LIST-AVAILABLE
           77 PRIME-LIST-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/primelist.dat".
           77 FS-PRIME-LIST-FILE PICTURE XX.
    *>    covered ranges off the window catalog. no catalog (a
    *>    prime list built before windows were kept) leaves
    *>    RANGES-KNOWN at zero and every number is looked up, as
    *>    before.
           77 WINDOW-CATALOG-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/primewin.dat".
           77 FS-WINDOW-CATALOG-FILE PICTURE XX.
           77 RANGES-KNOWN PICTURE 9 VALUE ZERO.
           77 RANGE-COUNT PICTURE 9(4) VALUE ZERO.
           77 RANGE-IDX PICTURE 9(4).
           77 RANGE-HIT PICTURE 9.
       01 RANGE-TABLE.
           02 RANGE-ENTRY OCCURS 201 TIMES.
               03 RANGE-LOW PICTURE 9(10).
               03 RANGE-HIGH PICTURE 9(10).
    *>    the silent fallback to built-in thresholds is exactly the
    *>    kind of condition that used to scroll away with the
    *>    terminal; it lands on the shared alert file now.
               MOVE 'I' TO LS-RESULT
           ELSE
               IF PRIME-LIST-AVAILABLE IS EQUAL TO 1
                   MOVE 1 TO RANGE-HIT
                   IF RANGES-KNOWN IS EQUAL TO 1
                       PERFORM CHECK-COVERED-RANGE
                   END-IF
                   IF RANGE-HIT IS EQUAL TO 1
                       PERFORM LOOKUP-PRIME-LIST
                   END-IF
               END-IF
               IF LS-RESULT IS EQUAL TO SPACE
                   IF LS-NUMBER IS LESS THAN TRIAL-MIN
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO PRIME-LIST-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING PRIME-LIST-FILE-NAME, RUN-REGION.
           OPEN INPUT PRIME-LIST-FILE.
           IF FS-PRIME-LIST-FILE IS EQUAL TO "00"
               MOVE 1 TO PRIME-LIST-AVAILABLE
               PERFORM LOAD-WINDOW-CATALOG
           END-IF.

       LOAD-WINDOW-CATALOG.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "PRIMEWIN_DD".
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO WINDOW-CATALOG-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING WINDOW-CATALOG-FILE-NAME, RUN-REGION.
           OPEN INPUT WINDOW-CATALOG-FILE.
           IF FS-WINDOW-CATALOG-FILE IS EQUAL TO "00"
               MOVE 1 TO RANGES-KNOWN
               PERFORM UNTIL FS-WINDOW-CATALOG-FILE IS NOT EQUAL TO "00"
                       OR RANGE-COUNT IS EQUAL TO 201
                   READ WINDOW-CATALOG-FILE
                       AT END MOVE "10" TO FS-WINDOW-CATALOG-FILE
                       NOT AT END
                           IF WC-LOW IS NUMERIC AND WC-HIGH IS NUMERIC
                               ADD 1 TO RANGE-COUNT
                               MOVE WC-LOW TO RANGE-LOW(RANGE-COUNT)
                               MOVE WC-HIGH TO RANGE-HIGH(RANGE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WINDOW-CATALOG-FILE
           END-IF.

    *>    is LS-NUMBER inside any range the prime list covers?
       CHECK-COVERED-RANGE.
           MOVE ZERO TO RANGE-HIT.
           PERFORM VARYING RANGE-IDX FROM 1 BY 1
                   UNTIL RANGE-IDX IS GREATER THAN RANGE-COUNT
               IF LS-NUMBER IS NOT LESS THAN RANGE-LOW(RANGE-IDX)
                       AND LS-NUMBER IS NOT GREATER THAN
                           RANGE-HIGH(RANGE-IDX)
                   MOVE 1 TO RANGE-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

    *>    keyed lookup: a hit means sieve.cob already
    *>    worked this number out, so LS-RESULT/LS-FACTOR are set
    *>    straight from the record and the trial-division block above
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO PRIMECFG-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING PRIMECFG-FILE-NAME, RUN-REGION.
           OPEN INPUT PRIMECFG-FILE.
           IF FS-PRIMECFG IS EQUAL TO "00"
               READ PRIMECFG-FILE
