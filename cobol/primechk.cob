    *>    gaps in the key sequence, spot-recomputes a sample of records
    *>    by the same trial-division logic PRIMTEST itself falls back
    *>    on, and fails with return code 8 so the stream stops before a
    *>    bad index reaches the classification steps. where sieve.cob's
    *>    window catalog is on file, every covered range it lists -- the
    *>    base range and each lookup window -- is held to the same
    *>    count and contiguity checks on its own.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. primechk.

           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRIME-LIST-NUM
           FILE STATUS IS FS-PRIME-LIST-FILE.
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
           77 PRIME-LIST-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/primelist.dat".
           77 FS-PRIME-LIST-FILE PICTURE XX.
           77 ENV-OVERRIDE PICTURE X(99).
           77 RUN-REGION PICTURE X.
           77 WS-EOF PICTURE 9 VALUE ZERO.
           77 RECORD-COUNT PICTURE 9(9) VALUE ZERO.
           77 EXPECTED-NUM PICTURE 9(10) VALUE 2.
           77 HIGHEST-NUM PICTURE 9(10) VALUE ZERO.
           77 GAP-COUNT PICTURE 9(9) VALUE ZERO.
           77 FAULT-COUNT PICTURE 9(9) VALUE ZERO.
    *>    the covered ranges off the window catalog, in the ascending
    *>    order the keyed file reads back in. with no catalog the file
    *>    is checked as the single range 2 through its highest key.
           77 WINDOW-CATALOG-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/primewin.dat".
           77 FS-WINDOW-CATALOG-FILE PICTURE XX.
           77 RANGES-KNOWN PICTURE 9 VALUE ZERO.
           77 RANGE-COUNT PICTURE 9(4) VALUE ZERO.
           77 RANGE-IDX PICTURE 9(4) VALUE 1.
           77 EXPECTED-RECORDS PICTURE 9(11) VALUE ZERO.
       01 RANGE-TABLE.
           02 RANGE-ENTRY OCCURS 201 TIMES.
               03 RANGE-LOW PICTURE 9(10).
               03 RANGE-HIGH PICTURE 9(10).
    *>    spot-check controls: every SAMPLE-EVERY'th record is
    *>    recomputed from scratch, plus the first and the last, so a
    *>    systematic corruption can't hide between samples. each
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO PRIME-LIST-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING PRIME-LIST-FILE-NAME, RUN-REGION.
           OPEN INPUT PRIME-LIST-FILE.
           IF FS-PRIME-LIST-FILE IS NOT EQUAL TO "00"
               DISPLAY "PRIMELIST NOT AVAILABLE, STATUS "
               PERFORM RECORD-RUN-STATUS
               GOBACK
           END-IF.
           PERFORM LOAD-WINDOW-CATALOG.
           PERFORM UNTIL WS-EOF IS EQUAL TO 1
               READ PRIME-LIST-FILE
                   AT END MOVE 1 TO WS-EOF
           END-IF.

    *>    the file covers 2 through HIGHEST-NUM, one record per number:
    *>    the record count has to come out at exactly that many. with
    *>    a catalog, it has to come out at the catalog's ranges added
    *>    up, and the last key on file has to close the last range.
           IF RECORD-COUNT IS EQUAL TO ZERO
               DISPLAY "PRIMELIST EMPTY, NOTHING VERIFIED"
               ADD 1 TO FAULT-COUNT
           ELSE
               IF RANGES-KNOWN IS EQUAL TO 1
                   PERFORM VARYING RANGE-IDX FROM 1 BY 1
                           UNTIL RANGE-IDX IS GREATER THAN RANGE-COUNT
                       COMPUTE EXPECTED-RECORDS = EXPECTED-RECORDS
                           + RANGE-HIGH(RANGE-IDX)
                           - RANGE-LOW(RANGE-IDX) + 1
                   END-PERFORM
                   IF RECORD-COUNT IS NOT EQUAL TO EXPECTED-RECORDS
                       DISPLAY "RECORD COUNT MISMATCH: " RECORD-COUNT
                           " RECORDS FOR " RANGE-COUNT
                           " CATALOGED RANGES HOLDING " EXPECTED-RECORDS
                       ADD 1 TO FAULT-COUNT
                   END-IF
                   IF HIGHEST-NUM IS NOT EQUAL TO RANGE-HIGH(RANGE-COUNT)
                       DISPLAY "LAST RANGE NOT CLOSED: CATALOG ENDS AT "
                           RANGE-HIGH(RANGE-COUNT) " FILE ENDS AT "
                           HIGHEST-NUM
                       ADD 1 TO FAULT-COUNT
                   END-IF
               ELSE
                   IF RECORD-COUNT IS NOT EQUAL TO HIGHEST-NUM - 1
                       DISPLAY "RECORD COUNT MISMATCH: " RECORD-COUNT
                           " RECORDS FOR RANGE 2-" HIGHEST-NUM
                       ADD 1 TO FAULT-COUNT
                   END-IF
               END-IF
           END-IF.
           IF RANGES-KNOWN IS EQUAL TO 1
               DISPLAY "PRIMELIST VERIFY: " RECORD-COUNT " RECORDS IN "
                   RANGE-COUNT " RANGES, " GAP-COUNT " GAPS, "
                   SAMPLE-COUNT " SPOT-CHECKED, " FAULT-COUNT " FAULTS."
           ELSE
               DISPLAY "PRIMELIST VERIFY: " RECORD-COUNT
                   " RECORDS, RANGE 2-" HIGHEST-NUM ", " GAP-COUNT
                   " GAPS, " SAMPLE-COUNT " SPOT-CHECKED, " FAULT-COUNT
                   " FAULTS."
           END-IF.
           IF FAULT-COUNT IS GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
               MOVE 'C' TO AW-SEVERITY
           ADD 1 TO RECORD-COUNT.
    *>    sequential reads off the indexed file come back in key
    *>    order, so contiguity is a straight compare against the next
    *>    number expected. the step from the top of one cataloged
    *>    range to the bottom of the next is not a gap. the range
    *>    index follows the key through every range it has passed,
    *>    adjacent ones included (sieve.cob catalogs each aligned
    *>    block on its own), so it is never left behind.
           IF RANGES-KNOWN IS EQUAL TO 1
               PERFORM UNTIL RANGE-IDX IS GREATER THAN OR EQUAL TO
                           RANGE-COUNT
                       OR PRIME-LIST-NUM IS LESS THAN OR EQUAL TO
                           RANGE-HIGH(RANGE-IDX)
                   ADD 1 TO RANGE-IDX
               END-PERFORM
               IF PRIME-LIST-NUM IS NOT EQUAL TO EXPECTED-NUM
                       AND RANGE-IDX IS GREATER THAN 1
                       AND PRIME-LIST-NUM IS EQUAL TO
                           RANGE-LOW(RANGE-IDX)
                       AND EXPECTED-NUM IS EQUAL TO
                           RANGE-HIGH(RANGE-IDX - 1) + 1
                   MOVE PRIME-LIST-NUM TO EXPECTED-NUM
               END-IF
           END-IF.
           IF PRIME-LIST-NUM IS NOT EQUAL TO EXPECTED-NUM
               DISPLAY "GAP IN KEY SEQUENCE: EXPECTED " EXPECTED-NUM
                   " FOUND " PRIME-LIST-NUM
               MOVE ZERO TO LAST-SAMPLED
           END-IF.

       LOAD-WINDOW-CATALOG.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "PRIMEWIN_DD".
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO WINDOW-CATALOG-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING WINDOW-CATALOG-FILE-NAME, RUN-REGION.
           OPEN INPUT WINDOW-CATALOG-FILE.
           IF FS-WINDOW-CATALOG-FILE IS NOT EQUAL TO "00"
               EXIT PARAGRAPH
           END-IF.
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
           END-PERFORM.
           CLOSE WINDOW-CATALOG-FILE.
           IF RANGE-COUNT IS GREATER THAN ZERO
               MOVE 1 TO RANGES-KNOWN
               MOVE RANGE-LOW(1) TO EXPECTED-NUM
           END-IF.

       SPOT-CHECK-RECORD.
           ADD 1 TO SAMPLE-COUNT.
           MOVE WS-CHK-NUM TO WS-NUMBER.
