    *>    shared check-digit scheme: the allocation number's rightmost
    *>    digit has been a MOD-10 (Luhn) digit since the first deck,
    *>    and MOD-10 can't see the commonest keying slip -- two
    *>    neighbouring digits swapped, 09 for 90 -- so a mis-keyed
    *>    number went through as valid. a department can now move to a
    *>    weighted MOD-11 digit, which catches every adjacent swap,
    *>    and the scheme becomes a property of the issuing department
    *>    or of one of its allocation blocks, on cdscheme.dat
    *>    (cdsmnt.cob maintains it):
    *>      a record with no range covers every number the department
    *>      holds; a record carrying a block's first and last number
    *>      covers that block only, and wins over the department's own;
    *>      a department code of '*' sets the scheme for every
    *>      department without a record of its own.
    *>    every record is effective-dated, and the scheme that applies
    *>    is the latest one in force on the date the caller passes --
    *>    the card's own date for validation, the issue date for
    *>    issuance -- so cards issued under the old scheme and still in
    *>    flight at a changeover keep validating under it. with no
    *>    record at all the scheme is MOD-10, exactly as before.
    *>    issueno.cob and deckent.cob compute through here, primes2.cob,
    *>    deckedit.cob and rework.cob validate through here. the caller
    *>    passes the department (issueno.cob, which knows who asked) or
    *>    blanks and the card's lot id, in which case the department
    *>    comes off deptmst.dat's lot prefix the way BLKCHK finds it,
    *>    and is handed back. same CALL-style shape as BLKCHK:
    *>      action 'V' validate the number's check digit, 'C' compute
    *>      it -- the number comes back with its rightmost digit set;
    *>      the scheme applied comes back as 'MOD10' or 'MOD11';
    *>      the verdict comes back one byte -- 'Y' the digit is good
    *>      (or was computed), 'N' the digit is wrong, 'X' (compute
    *>      only) the base has no MOD-11 digit, its remainder calls
    *>      for a ten, and it can't be issued under that scheme.
    *>    both MOD-10 and MOD-11 work in the ten-digit frame, so a
    *>    nine-digit number riding with a leading zero weighs the same
    *>    as it always did.
    *>    both files are loaded on the first call and held for the run,
    *>    the once-per-run caching BLKCHK gives allocblk.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SCHEME-FILE ASSIGN TO DYNAMIC SCHEME-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SCHEME-FILE.
       SELECT DEPT-FILE ASSIGN TO DYNAMIC DEPT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPT-FILE.

       DATA DIVISION.
       FILE SECTION.
    *>    cdsmnt.cob's scheme record: department code, the block's
    *>    first and last number (blank for the whole department), the
    *>    effective date and the scheme.
       FD SCHEME-FILE.
           01 SCHEME-RECORD.
               02 SCHEME-REC-DEPT PICTURE X(8).
               02 FILLER PICTURE X.
               02 SCHEME-REC-LOW PICTURE X(10).
               02 FILLER PICTURE X.
               02 SCHEME-REC-HIGH PICTURE X(10).
               02 FILLER PICTURE X.
               02 SCHEME-REC-EFFECTIVE PICTURE X(8).
               02 FILLER PICTURE X.
               02 SCHEME-REC-SCHEME PICTURE X(5).
               02 FILLER PICTURE X(35).
    *>    deptmnt.cob's department record; only prefix and code matter.
       FD DEPT-FILE.
           01 DEPT-RECORD.
               02 DEPT-REC-PREFIX PICTURE X(3).
               02 FILLER PICTURE X.
               02 DEPT-REC-DEPT PICTURE X(8).
               02 FILLER PICTURE X(68).

       WORKING-STORAGE SECTION.
           77 SCHEME-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/cdscheme.dat".
           77 DEPT-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/deptmst.dat".
           77 ENV-OVERRIDE PICTURE X(99).
           77 RUN-REGION PICTURE X.
           77 FS-SCHEME-FILE PICTURE XX.
           77 FS-DEPT-FILE PICTURE XX.
           77 WS-EOF PICTURE 9.
           77 WS-LOADED PICTURE 9 VALUE ZERO.
           77 WS-AS-OF PICTURE 9(8).
           77 SCHEME-COUNT PICTURE 9(4) VALUE ZERO.
           77 SCHEME-IDX PICTURE 9(4).
           77 MAP-COUNT PICTURE 9(4) VALUE ZERO.
           77 MAP-IDX PICTURE 9(4).
           77 MAP-FOUND PICTURE 9.
       01 SCHEME-TABLE.
           02 SCHEME-ENTRY OCCURS 500 TIMES.
               03 SCHEME-DEPT PICTURE X(8).
               03 SCHEME-LOW PICTURE 9(10).
               03 SCHEME-HIGH PICTURE 9(10).
               03 SCHEME-RANGED PICTURE 9.
               03 SCHEME-EFFECTIVE PICTURE 9(8).
               03 SCHEME-NAME PICTURE X(5).
    *>    the best record found so far at each level of precedence:
    *>    the block's own, the department's own, the shop-wide '*'.
           77 BLOCK-BEST-DATE PICTURE 9(8).
           77 BLOCK-BEST-SCHEME PICTURE X(5).
           77 DEPT-BEST-DATE PICTURE 9(8).
           77 DEPT-BEST-SCHEME PICTURE X(5).
           77 SHOP-BEST-DATE PICTURE 9(8).
           77 SHOP-BEST-SCHEME PICTURE X(5).
    *>    deptmst.dat carries one record per prefix per rate effective
    *>    date; the department is the same on all of them, so the map
    *>    keeps each prefix once.
       01 MAP-TABLE.
           02 MAP-ENTRY OCCURS 500 TIMES.
               03 MAP-PREFIX PICTURE X(3).
               03 MAP-DEPT PICTURE X(8).
    *>    the digit walk, in the ten-digit frame.
           77 CD-SUM PICTURE 9(5).
           77 CD-DOUBLED PICTURE 9(4).
           77 CD-IDX PICTURE 99.
           77 CD-LAST PICTURE 99.
           77 CD-CHECK PICTURE 99.
       01 CD-WORK.
           02 CD-NUM PICTURE 9(10).
       01 CD-WORK-REDEF REDEFINES CD-WORK.
           02 CD-DIGIT PICTURE 9 OCCURS 10 TIMES.

       LINKAGE SECTION.
       01 LS-ACTION PICTURE X.
       01 LS-NUMBER PICTURE 9(10).
       01 LS-LOT PICTURE X(10).
       01 LS-DEPT PICTURE X(8).
       01 LS-DATE PICTURE 9(8).
       01 LS-SCHEME PICTURE X(5).
       01 LS-RESULT PICTURE X.

       PROCEDURE DIVISION USING LS-ACTION, LS-NUMBER, LS-LOT, LS-DEPT,
               LS-DATE, LS-SCHEME, LS-RESULT.
           IF WS-LOADED IS EQUAL TO ZERO
               PERFORM LOAD-SCHEMES
               PERFORM LOAD-PREFIX-MAP
               MOVE 1 TO WS-LOADED
           END-IF.
           IF LS-DEPT IS EQUAL TO SPACES
               PERFORM FIND-LOT-OWNER
           END-IF.
           IF LS-DATE IS NUMERIC AND LS-DATE IS GREATER THAN ZERO
               MOVE LS-DATE TO WS-AS-OF
           ELSE
               ACCEPT WS-AS-OF FROM DATE YYYYMMDD
           END-IF.
           PERFORM FIND-SCHEME.
           MOVE LS-NUMBER TO CD-NUM.
           IF LS-ACTION IS EQUAL TO 'C'
               MOVE 9 TO CD-LAST
           ELSE
               MOVE 10 TO CD-LAST
           END-IF.
           IF LS-SCHEME IS EQUAL TO 'MOD11'
               PERFORM MOD11-SUM
           ELSE
               PERFORM MOD10-SUM
           END-IF.
           IF LS-ACTION IS EQUAL TO 'C'
               IF LS-SCHEME IS EQUAL TO 'MOD11'
                   COMPUTE CD-CHECK =
                       FUNCTION MOD(11 - FUNCTION MOD(CD-SUM, 11), 11)
               ELSE
                   COMPUTE CD-CHECK =
                       FUNCTION MOD(10 - FUNCTION MOD(CD-SUM, 10), 10)
               END-IF
               IF CD-CHECK IS GREATER THAN 9
                   MOVE 'X' TO LS-RESULT
               ELSE
                   MOVE CD-CHECK TO CD-DIGIT(10)
                   MOVE CD-NUM TO LS-NUMBER
                   MOVE 'Y' TO LS-RESULT
               END-IF
           ELSE
               IF LS-SCHEME IS EQUAL TO 'MOD11'
                   MOVE FUNCTION MOD(CD-SUM, 11) TO CD-CHECK
               ELSE
                   MOVE FUNCTION MOD(CD-SUM, 10) TO CD-CHECK
               END-IF
               IF CD-CHECK IS EQUAL TO ZERO
                   MOVE 'Y' TO LS-RESULT
               ELSE
                   MOVE 'N' TO LS-RESULT
               END-IF
           END-IF.
           GOBACK.

    *>    the latest record in force on the as-of date, the block's
    *>    own first, then the department's, then the shop-wide one.
       FIND-SCHEME.
           MOVE ZERO TO BLOCK-BEST-DATE.
           MOVE SPACES TO BLOCK-BEST-SCHEME.
           MOVE ZERO TO DEPT-BEST-DATE.
           MOVE SPACES TO DEPT-BEST-SCHEME.
           MOVE ZERO TO SHOP-BEST-DATE.
           MOVE SPACES TO SHOP-BEST-SCHEME.
           PERFORM VARYING SCHEME-IDX FROM 1 BY 1
                   UNTIL SCHEME-IDX IS GREATER THAN SCHEME-COUNT
               IF SCHEME-EFFECTIVE(SCHEME-IDX) IS NOT GREATER THAN
                       WS-AS-OF
                   PERFORM WEIGH-ONE-SCHEME
               END-IF
           END-PERFORM.
           IF BLOCK-BEST-SCHEME IS NOT EQUAL TO SPACES
               MOVE BLOCK-BEST-SCHEME TO LS-SCHEME
           ELSE IF DEPT-BEST-SCHEME IS NOT EQUAL TO SPACES
               MOVE DEPT-BEST-SCHEME TO LS-SCHEME
           ELSE IF SHOP-BEST-SCHEME IS NOT EQUAL TO SPACES
               MOVE SHOP-BEST-SCHEME TO LS-SCHEME
           ELSE
               MOVE 'MOD10' TO LS-SCHEME
           END-IF
           END-IF
           END-IF.

       WEIGH-ONE-SCHEME.
           IF SCHEME-DEPT(SCHEME-IDX) IS EQUAL TO '*'
               IF SCHEME-EFFECTIVE(SCHEME-IDX) IS NOT LESS THAN
                       SHOP-BEST-DATE
                   MOVE SCHEME-EFFECTIVE(SCHEME-IDX) TO SHOP-BEST-DATE
                   MOVE SCHEME-NAME(SCHEME-IDX) TO SHOP-BEST-SCHEME
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF LS-DEPT IS EQUAL TO SPACES
                   OR SCHEME-DEPT(SCHEME-IDX) IS NOT EQUAL TO LS-DEPT
               EXIT PARAGRAPH
           END-IF.
           IF SCHEME-RANGED(SCHEME-IDX) IS EQUAL TO 1
               IF LS-NUMBER IS NOT LESS THAN SCHEME-LOW(SCHEME-IDX)
                       AND LS-NUMBER IS NOT GREATER THAN
                           SCHEME-HIGH(SCHEME-IDX)
                       AND SCHEME-EFFECTIVE(SCHEME-IDX) IS NOT LESS
                           THAN BLOCK-BEST-DATE
                   MOVE SCHEME-EFFECTIVE(SCHEME-IDX) TO BLOCK-BEST-DATE
                   MOVE SCHEME-NAME(SCHEME-IDX) TO BLOCK-BEST-SCHEME
               END-IF
           ELSE
               IF SCHEME-EFFECTIVE(SCHEME-IDX) IS NOT LESS THAN
                       DEPT-BEST-DATE
                   MOVE SCHEME-EFFECTIVE(SCHEME-IDX) TO DEPT-BEST-DATE
                   MOVE SCHEME-NAME(SCHEME-IDX) TO DEPT-BEST-SCHEME
               END-IF
           END-IF.

    *>    MOD-10 (Luhn): counting from the left of the ten-digit frame,
    *>    every odd position is doubled (less 9 past a single digit)
    *>    and the even ones are taken as they stand; with the check
    *>    digit in position 10 the whole sum is a multiple of ten.
       MOD10-SUM.
           MOVE ZERO TO CD-SUM.
           PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX IS GREATER THAN CD-LAST
               IF FUNCTION MOD(CD-IDX, 2) IS EQUAL TO 1
                   COMPUTE CD-DOUBLED = CD-DIGIT(CD-IDX) * 2
                   IF CD-DOUBLED IS GREATER THAN 9
                       SUBTRACT 9 FROM CD-DOUBLED
                   END-IF
                   ADD CD-DOUBLED TO CD-SUM
               ELSE
                   ADD CD-DIGIT(CD-IDX) TO CD-SUM
               END-IF
           END-PERFORM.

    *>    weighted MOD-11: the nine base positions weigh 10 down to 2
    *>    and the check digit 1; with the check digit in place the
    *>    whole sum is a multiple of eleven. neighbouring weights
    *>    differ by one, so swapping two different neighbouring
    *>    digits always moves the sum off the multiple.
       MOD11-SUM.
           MOVE ZERO TO CD-SUM.
           PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX IS GREATER THAN CD-LAST
               COMPUTE CD-SUM = CD-SUM
                   + CD-DIGIT(CD-IDX) * (11 - CD-IDX)
           END-PERFORM.

       FIND-LOT-OWNER.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX IS GREATER THAN MAP-COUNT
               IF MAP-PREFIX(MAP-IDX) IS EQUAL TO LS-LOT(1:3)
                   MOVE MAP-DEPT(MAP-IDX) TO LS-DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

    *>    rows that don't parse as a scheme record are skipped; a
    *>    missing file leaves every department on MOD-10.
       LOAD-SCHEMES.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CDSCHEME_DD".
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO SCHEME-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING SCHEME-FILE-NAME, RUN-REGION.
           OPEN INPUT SCHEME-FILE.
           IF FS-SCHEME-FILE IS NOT EQUAL TO "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 1
               READ SCHEME-FILE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF SCHEME-REC-DEPT IS NOT EQUAL TO SPACES
                               AND SCHEME-REC-EFFECTIVE IS NUMERIC
                               AND (SCHEME-REC-SCHEME IS EQUAL TO 'MOD10'
                               OR SCHEME-REC-SCHEME IS EQUAL TO 'MOD11')
                               AND SCHEME-COUNT IS LESS THAN 500
                           PERFORM ADD-SCHEME-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHEME-FILE.

       ADD-SCHEME-ENTRY.
           ADD 1 TO SCHEME-COUNT.
           MOVE SCHEME-REC-DEPT TO SCHEME-DEPT(SCHEME-COUNT).
           MOVE SCHEME-REC-EFFECTIVE TO SCHEME-EFFECTIVE(SCHEME-COUNT).
           MOVE SCHEME-REC-SCHEME TO SCHEME-NAME(SCHEME-COUNT).
           IF SCHEME-REC-LOW IS NUMERIC AND SCHEME-REC-HIGH IS NUMERIC
               MOVE 1 TO SCHEME-RANGED(SCHEME-COUNT)
               MOVE SCHEME-REC-LOW TO SCHEME-LOW(SCHEME-COUNT)
               MOVE SCHEME-REC-HIGH TO SCHEME-HIGH(SCHEME-COUNT)
           ELSE
               MOVE ZERO TO SCHEME-RANGED(SCHEME-COUNT)
               MOVE ZERO TO SCHEME-LOW(SCHEME-COUNT)
               MOVE ZERO TO SCHEME-HIGH(SCHEME-COUNT)
           END-IF.

       LOAD-PREFIX-MAP.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "DEPTMST_DD".
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO DEPT-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING DEPT-FILE-NAME, RUN-REGION.
           OPEN INPUT DEPT-FILE.
           IF FS-DEPT-FILE IS NOT EQUAL TO "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 1
               READ DEPT-FILE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DEPT-REC-PREFIX IS NOT EQUAL TO SPACES
                           PERFORM ADD-PREFIX-TO-MAP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPT-FILE.

       ADD-PREFIX-TO-MAP.
           MOVE ZERO TO MAP-FOUND.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX IS GREATER THAN MAP-COUNT
               IF MAP-PREFIX(MAP-IDX) IS EQUAL TO DEPT-REC-PREFIX
                   MOVE 1 TO MAP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF MAP-FOUND IS EQUAL TO ZERO AND MAP-COUNT IS LESS THAN 500
               ADD 1 TO MAP-COUNT
               MOVE DEPT-REC-PREFIX TO MAP-PREFIX(MAP-COUNT)
               MOVE DEPT-REC-DEPT TO MAP-DEPT(MAP-COUNT)
           END-IF.
