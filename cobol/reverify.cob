    *>    independent re-verification of the night's classification
    *>    decisions: primechk.cob proves primelist.dat is sound, but
    *>    nothing checked the answers themselves -- a PRIMECFG mistake,
    *>    a stale lookup window or a FACTLIST fault would publish wrong
    *>    PRIME / NOT A PRIME answers with every control total still
    *>    reconciling. run in the nightly stream right behind the
    *>    primes2 step and its trailer checks, this program draws a
    *>    sample of the night's audit rows -- the same dated rows
    *>    regext.cob sends the registry -- stratified by lot and
    *>    result, so every lot's primes and every lot's composites are
    *>    represented however lopsided the night was. each sampled
    *>    answer is re-derived by straight trial division, the same
    *>    independent method primechk.cob spot-checks with (never a
    *>    CALL to PRIMTEST or FACTLIST, which would only repeat their
    *>    own answers back), and each sampled composite is checked
    *>    against the factor chain primes2.cob printed for it on the
    *>    report: the smallest factor has to be the true smallest
    *>    divisor, every link has to be prime, in ascending order, and
    *>    the chain has to multiply back out to the number. any
    *>    disagreement is a critical alert and return code 8, so the
    *>    stream stops before the night's answers are transmitted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reverify.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
    *>    same DYNAMIC/DD convention as primes2.cob, so the check reads
    *>    the audit log and report the classification step wrote.
       SELECT AUDIT-FILE ASSIGN TO DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDIT-FILE.
       SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORT-FILE.

       DATA DIVISION.
       FILE SECTION.
    *>    primes2.cob's audit record layout, fixed-width.
       FD AUDIT-FILE.
           01 AUDIT-RECORD.
               02 AUDIT-DATE PICTURE X(8).
               02 FILLER PICTURE X.
               02 AUDIT-TIME PICTURE X(8).
               02 FILLER PICTURE X.
               02 AUDIT-JOB PICTURE X(8).
               02 FILLER PICTURE X.
               02 AUDIT-NUM PICTURE X(11).
               02 FILLER PICTURE X.
               02 AUDIT-RESULT PICTURE X(15).
               02 FILLER PICTURE X.
               02 AUDIT-LOT PICTURE X(10).
               02 FILLER PICTURE X(15).
    *>    primes2.cob's report: the composite detail line carries the
    *>    number and its smallest factor, and its companion line right
    *>    behind it the full chain -- a page break can fall between
    *>    the two, so the chain belongs to the last composite line
    *>    seen, whatever headings came in between.
       FD REPORT-FILE.
           01 REPORT-LINE PICTURE X(160).
           01 REPORT-COMPOSITE-LINE.
               02 FILLER PICTURE X.
               02 RC-NUM PICTURE X(10).
               02 RC-TEXT PICTURE X(25).
               02 RC-FACTOR PICTURE X(10).
               02 FILLER PICTURE X(114).
           01 REPORT-CHAIN-LINE.
               02 RCH-LEAD PICTURE X(11).
               02 RCH-TEXT PICTURE X(120).
               02 FILLER PICTURE X(29).

       WORKING-STORAGE SECTION.
           77 AUDIT-FILE-NAME PICTURE X(99) VALUE "./primes.audit".
           77 REPORT-FILE-NAME PICTURE X(99) VALUE "./primes.out".
           77 FS-AUDIT-FILE PICTURE XX.
           77 FS-REPORT-FILE PICTURE XX.
           77 ENV-OVERRIDE PICTURE X(99).
           77 RUN-REGION PICTURE X.
           77 NUMVAL-CHECK PICTURE S9(4) USAGE IS COMP.
           77 WS-EOF PICTURE 9 VALUE ZERO.
    *>    the night being checked: defaults to the run date, the same
    *>    override regext.cob takes, so a rerun for an earlier night
    *>    samples the rows that night's extract carried.
           77 WS-RUN-DATE PICTURE 9(8).
           77 VERIFY-DATE PICTURE 9(8).
           77 ROW-COUNT PICTURE 9(9) VALUE ZERO.
           77 SAMPLE-COUNT PICTURE 9(9) VALUE ZERO.
           77 FAULT-COUNT PICTURE 9(9) VALUE ZERO.
           77 ROW-NUM PICTURE S9(10).
    *>    sampling: the first decision in each lot/result stratum, then
    *>    every SAMPLE-EVERY'th after it, so a small lot's handful of
    *>    composites is never crowded out by a big lot's thousands.
           77 SAMPLE-EVERY PICTURE 9(9) VALUE 20.
           77 SAMPLE-REM PICTURE 9(9).
           77 SAMPLE-QUOT PICTURE 9(9).
           77 STRATUM-COUNT PICTURE 9(4) VALUE ZERO.
           77 STRATUM-IDX PICTURE 9(4).
           77 STRATUM-FOUND PICTURE 9(4).
       01 STRATUM-TABLE.
           02 STRATUM-ENTRY OCCURS 1000 TIMES.
               03 STRATUM-LOT PICTURE X(10).
               03 STRATUM-RESULT PICTURE X(15).
               03 STRATUM-ROWS PICTURE 9(9).
               03 STRATUM-SAMPLED PICTURE 9(9).
    *>    the sampled decisions, with the smallest factor and chain the
    *>    report printed for each composite filled in from the report.
           77 SAMPLE-MAX PICTURE 9(4) VALUE 2000.
           77 SAMPLE-IDX PICTURE 9(4).
           77 SAMPLE-HELD PICTURE 9(4) VALUE ZERO.
           77 SAMPLE-DROPPED PICTURE 9(9) VALUE ZERO.
       01 SAMPLE-TABLE.
           02 SAMPLE-ENTRY OCCURS 2000 TIMES.
               03 SAMPLE-NUM PICTURE S9(10).
               03 SAMPLE-RESULT PICTURE X.
               03 SAMPLE-LOT PICTURE X(10).
               03 SAMPLE-ON-REPORT PICTURE 9.
               03 SAMPLE-FACTOR PICTURE S9(10).
               03 SAMPLE-CHAIN PICTURE X(120).
    *>    which sampled composite the next chain line belongs to.
           77 PENDING-IDX PICTURE 9(4) VALUE ZERO.
           77 COMPOSITES-SAMPLED PICTURE 9(9) VALUE ZERO.
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
    *>    run's real code is put back after the call.
           77 RS-PROGRAM PICTURE X(9) VALUE 'REVERIFY'.
           77 RS-RC PICTURE S9(4).
           77 AW-SEVERITY PICTURE X.
           77 AW-MESSAGE PICTURE X(60).
           77 AW-FAULT-DISP PICTURE Z(8)9.
    *>    chain walk: one link at a time off the printed text.
           77 CHAIN-POINTER PICTURE S9(4) USAGE IS COMP.
           77 CHAIN-LENGTH PICTURE S9(4) USAGE IS COMP.
           77 CHAIN-TOKEN PICTURE X(12).
           77 CHAIN-LINK PICTURE S9(10).
           77 CHAIN-PREVIOUS PICTURE S9(10).
           77 CHAIN-LINKS PICTURE 9(4).
           77 CHAIN-PRODUCT PICTURE S9(18) USAGE IS COMP.
           77 CHAIN-FAULT PICTURE X(40).
           77 CHAIN-CLIPPED PICTURE 9.
    *>    independent trial-division recompute, the same logic as
    *>    primechk.cob's spot check.
           77 WS-NUMBER PICTURE S9(10).
           77 WS-DIVISOR PICTURE S9(10) USAGE IS COMPUTATIONAL.
           77 WS-PRODUCT PICTURE S9(10) USAGE IS COMPUTATIONAL.
           77 WS-LIMIT PICTURE S9(10) USAGE IS COMPUTATIONAL.
           77 WS-RESULT PICTURE X.
           77 WS-FACTOR PICTURE S9(10).
           77 WS-SMALLEST PICTURE S9(10).
           77 NUM-DISP PICTURE -(9)9.
           77 FACTOR-DISP PICTURE Z(9)9.
           77 RECOMPUTE-DISP PICTURE Z(9)9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO VERIFY-DATE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "PRIMES2_AUDIT_DD".
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO AUDIT-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING AUDIT-FILE-NAME, RUN-REGION.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "PRIMES2_OUTPUT_DD".
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO REPORT-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING REPORT-FILE-NAME, RUN-REGION.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "REVERIFY_DATE_DD".
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE FUNCTION TEST-NUMVAL(ENV-OVERRIDE) TO NUMVAL-CHECK
               IF NUMVAL-CHECK IS EQUAL TO ZERO
                   MOVE FUNCTION NUMVAL(ENV-OVERRIDE) TO VERIFY-DATE
               END-IF
           END-IF.
    *>    the sampling stride is a parameter; zero or a bad value keeps
    *>    the default.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "REVERIFY_EVERY".
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE FUNCTION TEST-NUMVAL(ENV-OVERRIDE) TO NUMVAL-CHECK
               IF NUMVAL-CHECK IS EQUAL TO ZERO
                       AND FUNCTION NUMVAL(ENV-OVERRIDE) IS GREATER
                           THAN ZERO
                   MOVE FUNCTION NUMVAL(ENV-OVERRIDE) TO SAMPLE-EVERY
               END-IF
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF FS-AUDIT-FILE IS NOT EQUAL TO "00"
               DISPLAY "AUDIT FILE NOT AVAILABLE, STATUS "
                   FS-AUDIT-FILE " FILE " FUNCTION TRIM(AUDIT-FILE-NAME)
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-STATUS
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 1
               READ AUDIT-FILE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END PERFORM SELECT-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

    *>    the composites' printed factors and chains, off the report.
    *>    a report that can't be read leaves every sampled composite
    *>    unverified, and an unverified decision is a fault.
           IF COMPOSITES-SAMPLED IS GREATER THAN ZERO
               PERFORM LOAD-REPORTED-CHAINS
           END-IF.
           PERFORM VARYING SAMPLE-IDX FROM 1 BY 1
                   UNTIL SAMPLE-IDX IS GREATER THAN SAMPLE-HELD
               PERFORM VERIFY-ONE-SAMPLE
           END-PERFORM.

           PERFORM VARYING STRATUM-IDX FROM 1 BY 1
                   UNTIL STRATUM-IDX IS GREATER THAN STRATUM-COUNT
               DISPLAY "  LOT " STRATUM-LOT(STRATUM-IDX) " "
                   STRATUM-RESULT(STRATUM-IDX) " "
                   STRATUM-ROWS(STRATUM-IDX) " DECISIONS, "
                   STRATUM-SAMPLED(STRATUM-IDX) " SAMPLED"
           END-PERFORM.
           IF SAMPLE-DROPPED IS GREATER THAN ZERO
               DISPLAY "  SAMPLE TABLE FULL, " SAMPLE-DROPPED
                   " FURTHER SAMPLES NOT DRAWN"
           END-IF.
           DISPLAY "REVERIFY " VERIFY-DATE ": " ROW-COUNT
               " DECISIONS, " STRATUM-COUNT " STRATA, " SAMPLE-COUNT
               " SAMPLED, " FAULT-COUNT " DISAGREEMENTS.".
           IF ROW-COUNT IS EQUAL TO ZERO
               DISPLAY "NO DECISIONS ON THE AUDIT LOG FOR " VERIFY-DATE
                   ", NOTHING TO VERIFY"
           END-IF.
    *>    the alert goes out before the return code is set: ALERTWTR's
    *>    GOBACK hands back a code of its own, the same as RUNSTAT's.
           IF FAULT-COUNT IS GREATER THAN ZERO
               MOVE 'C' TO AW-SEVERITY
               MOVE FAULT-COUNT TO AW-FAULT-DISP
               MOVE SPACES TO AW-MESSAGE
               STRING "CLASSIFICATION RE-VERIFY FAILED, "
                       DELIMITED BY SIZE
                      FUNCTION TRIM(AW-FAULT-DISP) DELIMITED BY SIZE
                      " DISAGREEMENTS" DELIMITED BY SIZE
                   INTO AW-MESSAGE
               CALL 'ALERTWTR' USING RS-PROGRAM, AW-SEVERITY,
                   AW-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM RECORD-RUN-STATUS.
           GOBACK.

       RECORD-RUN-STATUS.
           MOVE RETURN-CODE TO RS-RC.
           CALL 'RUNSTAT' USING RS-PROGRAM, RS-RC, SAMPLE-COUNT,
               FAULT-COUNT.
           MOVE RS-RC TO RETURN-CODE.

    *>    only the night's decisions are sampled: PRIME and NOT A
    *>    PRIME are answers, the reject reasons never reached PRIMTEST.
    *>    trailer rows fail the date test and drop out here too.
       SELECT-ONE-ROW.
           IF AUDIT-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF AUDIT-DATE IS NOT EQUAL TO VERIFY-DATE
               EXIT PARAGRAPH
           END-IF.
           IF AUDIT-RESULT IS NOT EQUAL TO "PRIME"
                   AND AUDIT-RESULT IS NOT EQUAL TO "NOT A PRIME"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(AUDIT-NUM) TO NUMVAL-CHECK.
           IF NUMVAL-CHECK IS NOT EQUAL TO ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(AUDIT-NUM) TO ROW-NUM.
           ADD 1 TO ROW-COUNT.
           PERFORM FIND-STRATUM.
           IF STRATUM-FOUND IS EQUAL TO ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO STRATUM-ROWS(STRATUM-FOUND).
           DIVIDE STRATUM-ROWS(STRATUM-FOUND) BY SAMPLE-EVERY
               GIVING SAMPLE-QUOT REMAINDER SAMPLE-REM.
           IF STRATUM-ROWS(STRATUM-FOUND) IS NOT EQUAL TO 1
                   AND SAMPLE-REM IS NOT EQUAL TO ZERO
               EXIT PARAGRAPH
           END-IF.
           IF SAMPLE-HELD IS EQUAL TO SAMPLE-MAX
               ADD 1 TO SAMPLE-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SAMPLE-HELD.
           ADD 1 TO STRATUM-SAMPLED(STRATUM-FOUND).
           MOVE ROW-NUM TO SAMPLE-NUM(SAMPLE-HELD).
           MOVE AUDIT-LOT TO SAMPLE-LOT(SAMPLE-HELD).
           MOVE ZERO TO SAMPLE-ON-REPORT(SAMPLE-HELD).
           MOVE ZERO TO SAMPLE-FACTOR(SAMPLE-HELD).
           MOVE SPACES TO SAMPLE-CHAIN(SAMPLE-HELD).
           IF AUDIT-RESULT IS EQUAL TO "PRIME"
               MOVE 'P' TO SAMPLE-RESULT(SAMPLE-HELD)
           ELSE
               MOVE 'N' TO SAMPLE-RESULT(SAMPLE-HELD)
               ADD 1 TO COMPOSITES-SAMPLED
           END-IF.

    *>    a stratum is one lot's primes or one lot's composites; past
    *>    1000 strata in a night the row is counted but not sampled.
       FIND-STRATUM.
           MOVE ZERO TO STRATUM-FOUND.
           PERFORM VARYING STRATUM-IDX FROM 1 BY 1
                   UNTIL STRATUM-IDX IS GREATER THAN STRATUM-COUNT
               IF STRATUM-LOT(STRATUM-IDX) IS EQUAL TO AUDIT-LOT
                       AND STRATUM-RESULT(STRATUM-IDX) IS EQUAL TO
                           AUDIT-RESULT
                   MOVE STRATUM-IDX TO STRATUM-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF STRATUM-COUNT IS LESS THAN 1000
               ADD 1 TO STRATUM-COUNT
               MOVE AUDIT-LOT TO STRATUM-LOT(STRATUM-COUNT)
               MOVE AUDIT-RESULT TO STRATUM-RESULT(STRATUM-COUNT)
               MOVE ZERO TO STRATUM-ROWS(STRATUM-COUNT)
               MOVE ZERO TO STRATUM-SAMPLED(STRATUM-COUNT)
               MOVE STRATUM-COUNT TO STRATUM-FOUND
           END-IF.

       LOAD-REPORTED-CHAINS.
           OPEN INPUT REPORT-FILE.
           IF FS-REPORT-FILE IS NOT EQUAL TO "00"
               DISPLAY "REPORT NOT AVAILABLE, STATUS " FS-REPORT-FILE
                   " FILE " FUNCTION TRIM(REPORT-FILE-NAME)
                   ", COMPOSITES CAN'T BE CHECKED"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 1
               READ REPORT-FILE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END PERFORM SCAN-ONE-REPORT-LINE
               END-READ
           END-PERFORM.
           CLOSE REPORT-FILE.

       SCAN-ONE-REPORT-LINE.
           IF RC-TEXT IS EQUAL TO " is not a prime, factor: "
               MOVE ZERO TO PENDING-IDX
               MOVE FUNCTION TEST-NUMVAL(RC-NUM) TO NUMVAL-CHECK
               IF NUMVAL-CHECK IS NOT EQUAL TO ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(RC-NUM) TO ROW-NUM
               PERFORM VARYING SAMPLE-IDX FROM 1 BY 1
                       UNTIL SAMPLE-IDX IS GREATER THAN SAMPLE-HELD
                   IF SAMPLE-NUM(SAMPLE-IDX) IS EQUAL TO ROW-NUM
                           AND SAMPLE-RESULT(SAMPLE-IDX) IS EQUAL TO 'N'
                           AND SAMPLE-ON-REPORT(SAMPLE-IDX) IS EQUAL
                               TO ZERO
                       MOVE 1 TO SAMPLE-ON-REPORT(SAMPLE-IDX)
                       MOVE FUNCTION TEST-NUMVAL(RC-FACTOR)
                           TO NUMVAL-CHECK
                       IF NUMVAL-CHECK IS EQUAL TO ZERO
                           MOVE FUNCTION NUMVAL(RC-FACTOR)
                               TO SAMPLE-FACTOR(SAMPLE-IDX)
                       END-IF
                       MOVE SAMPLE-IDX TO PENDING-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.
           IF RCH-LEAD IS EQUAL TO "         = "
                   AND PENDING-IDX IS NOT EQUAL TO ZERO
               MOVE RCH-TEXT TO SAMPLE-CHAIN(PENDING-IDX)
               MOVE ZERO TO PENDING-IDX
           END-IF.

       VERIFY-ONE-SAMPLE.
           ADD 1 TO SAMPLE-COUNT.
           MOVE SAMPLE-NUM(SAMPLE-IDX) TO NUM-DISP.
           MOVE SAMPLE-NUM(SAMPLE-IDX) TO WS-NUMBER.
           IF WS-NUMBER IS LESS THAN 2
               DISPLAY "DISAGREEMENT AT " FUNCTION TRIM(NUM-DISP)
                   " LOT " SAMPLE-LOT(SAMPLE-IDX)
                   ": AUDIT SAYS " SAMPLE-RESULT(SAMPLE-IDX)
                   " RECOMPUTE SAYS ILLEGAL INPUT"
               ADD 1 TO FAULT-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM TRIAL-DIVIDE.
           IF WS-RESULT IS NOT EQUAL TO SAMPLE-RESULT(SAMPLE-IDX)
               DISPLAY "DISAGREEMENT AT " FUNCTION TRIM(NUM-DISP)
                   " LOT " SAMPLE-LOT(SAMPLE-IDX)
                   ": AUDIT SAYS " SAMPLE-RESULT(SAMPLE-IDX)
                   " RECOMPUTE SAYS " WS-RESULT
               ADD 1 TO FAULT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-RESULT IS EQUAL TO 'P'
               EXIT PARAGRAPH
           END-IF.
           IF SAMPLE-ON-REPORT(SAMPLE-IDX) IS EQUAL TO ZERO
               DISPLAY "DISAGREEMENT AT " FUNCTION TRIM(NUM-DISP)
                   " LOT " SAMPLE-LOT(SAMPLE-IDX)
                   ": COMPOSITE NOT ON THE REPORT"
               ADD 1 TO FAULT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF SAMPLE-FACTOR(SAMPLE-IDX) IS NOT EQUAL TO WS-FACTOR
               MOVE SAMPLE-FACTOR(SAMPLE-IDX) TO FACTOR-DISP
               MOVE WS-FACTOR TO RECOMPUTE-DISP
               DISPLAY "DISAGREEMENT AT " FUNCTION TRIM(NUM-DISP)
                   " LOT " SAMPLE-LOT(SAMPLE-IDX)
                   ": REPORT FACTOR " FUNCTION TRIM(FACTOR-DISP)
                   " RECOMPUTE SAYS " FUNCTION TRIM(RECOMPUTE-DISP)
               ADD 1 TO FAULT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FACTOR TO WS-SMALLEST.
           PERFORM CHECK-FACTOR-CHAIN.
           IF CHAIN-FAULT IS NOT EQUAL TO SPACES
               DISPLAY "DISAGREEMENT AT " FUNCTION TRIM(NUM-DISP)
                   " LOT " SAMPLE-LOT(SAMPLE-IDX)
                   ": " FUNCTION TRIM(CHAIN-FAULT) " IN CHAIN "
                   FUNCTION TRIM(SAMPLE-CHAIN(SAMPLE-IDX))
               ADD 1 TO FAULT-COUNT
           END-IF.

    *>    walks the printed chain "2 X 2 X 3 X 7" link by link: the
    *>    first link is the smallest divisor, each link is prime and no
    *>    smaller than the one before, and the links multiply back out
    *>    to the number. a chain FACTLIST had to clip at the width of
    *>    its text (only possible for a long run of small factors) is
    *>    held to dividing the number instead of equalling it.
       CHECK-FACTOR-CHAIN.
           MOVE SPACES TO CHAIN-FAULT.
           IF SAMPLE-CHAIN(SAMPLE-IDX) IS EQUAL TO SPACES
               MOVE "NO FACTOR CHAIN ON THE REPORT" TO CHAIN-FAULT
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO CHAIN-CLIPPED.
           IF SAMPLE-CHAIN(SAMPLE-IDX)(118:3) IS NOT EQUAL TO SPACES
               MOVE 1 TO CHAIN-CLIPPED
           END-IF.
           COMPUTE CHAIN-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(SAMPLE-CHAIN(SAMPLE-IDX) TRAILING)).
           MOVE 1 TO CHAIN-POINTER.
           MOVE 1 TO CHAIN-PRODUCT.
           MOVE ZERO TO CHAIN-PREVIOUS.
           MOVE ZERO TO CHAIN-LINKS.
           PERFORM UNTIL CHAIN-POINTER IS GREATER THAN CHAIN-LENGTH
                   OR CHAIN-FAULT IS NOT EQUAL TO SPACES
               MOVE SPACES TO CHAIN-TOKEN
               UNSTRING SAMPLE-CHAIN(SAMPLE-IDX)(1:CHAIN-LENGTH)
                   DELIMITED BY " X "
                   INTO CHAIN-TOKEN
                   WITH POINTER CHAIN-POINTER
               END-UNSTRING
               PERFORM CHECK-ONE-LINK
           END-PERFORM.
           IF CHAIN-FAULT IS NOT EQUAL TO SPACES
               EXIT PARAGRAPH
           END-IF.
           IF CHAIN-LINKS IS LESS THAN 2 AND CHAIN-CLIPPED IS EQUAL TO 0
               MOVE "CHAIN HAS A SINGLE LINK" TO CHAIN-FAULT
               EXIT PARAGRAPH
           END-IF.
           IF CHAIN-CLIPPED IS EQUAL TO 1
               DIVIDE CHAIN-PRODUCT INTO SAMPLE-NUM(SAMPLE-IDX)
                   GIVING WS-PRODUCT
               IF WS-PRODUCT * CHAIN-PRODUCT
                       IS NOT EQUAL TO SAMPLE-NUM(SAMPLE-IDX)
                   MOVE "CHAIN DOES NOT DIVIDE THE NUMBER"
                       TO CHAIN-FAULT
               END-IF
           ELSE
               IF CHAIN-PRODUCT IS NOT EQUAL TO SAMPLE-NUM(SAMPLE-IDX)
                   MOVE "CHAIN DOES NOT MULTIPLY OUT" TO CHAIN-FAULT
               END-IF
           END-IF.

       CHECK-ONE-LINK.
           MOVE FUNCTION TEST-NUMVAL(CHAIN-TOKEN) TO NUMVAL-CHECK.
           IF NUMVAL-CHECK IS NOT EQUAL TO ZERO
               IF CHAIN-CLIPPED IS EQUAL TO 1
                       AND CHAIN-POINTER IS GREATER THAN CHAIN-LENGTH
    *>    a clipped chain can end on half a link; it isn't a link.
                   EXIT PARAGRAPH
               END-IF
               MOVE "UNREADABLE LINK" TO CHAIN-FAULT
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(CHAIN-TOKEN) TO CHAIN-LINK.
           IF CHAIN-CLIPPED IS EQUAL TO 1
                   AND CHAIN-POINTER IS GREATER THAN CHAIN-LENGTH
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CHAIN-LINKS.
           IF CHAIN-LINKS IS EQUAL TO 1
                   AND CHAIN-LINK IS NOT EQUAL TO WS-SMALLEST
               MOVE "FIRST LINK IS NOT THE SMALLEST FACTOR"
                   TO CHAIN-FAULT
               EXIT PARAGRAPH
           END-IF.
           IF CHAIN-LINK IS LESS THAN CHAIN-PREVIOUS
               MOVE "LINKS OUT OF ORDER" TO CHAIN-FAULT
               EXIT PARAGRAPH
           END-IF.
           MOVE CHAIN-LINK TO CHAIN-PREVIOUS.
           IF CHAIN-LINK IS LESS THAN 2
               MOVE "LINK NOT PRIME" TO CHAIN-FAULT
               EXIT PARAGRAPH
           END-IF.
           MOVE CHAIN-LINK TO WS-NUMBER.
           PERFORM TRIAL-DIVIDE.
           IF WS-RESULT IS NOT EQUAL TO 'P'
               MOVE "LINK NOT PRIME" TO CHAIN-FAULT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CHAIN-PRODUCT = CHAIN-PRODUCT * CHAIN-LINK.
           IF CHAIN-PRODUCT IS GREATER THAN SAMPLE-NUM(SAMPLE-IDX)
               MOVE "CHAIN DOES NOT MULTIPLY OUT" TO CHAIN-FAULT
           END-IF.

    *>    straight trial division up to the square root, the same
    *>    shape as primechk.cob's: 2 and 3 fall out as prime because
    *>    the loop finds no divisor within the limit.
       TRIAL-DIVIDE.
           MOVE ZERO TO WS-FACTOR.
           MOVE 'P' TO WS-RESULT.
           MOVE 2 TO WS-DIVISOR.
           COMPUTE WS-LIMIT =
               FUNCTION INTEGER(FUNCTION SQRT(WS-NUMBER)).
           PERFORM UNTIL WS-DIVISOR IS GREATER THAN WS-LIMIT
                   OR WS-RESULT IS EQUAL TO 'N'
               DIVIDE WS-DIVISOR INTO WS-NUMBER GIVING WS-PRODUCT
               MULTIPLY WS-DIVISOR BY WS-PRODUCT
               IF WS-PRODUCT IS EQUAL TO WS-NUMBER
                   MOVE 'N' TO WS-RESULT
                   MOVE WS-DIVISOR TO WS-FACTOR
               ELSE
                   ADD 1 TO WS-DIVISOR
               END-IF
           END-PERFORM.
