           77 FS-PRIME-LIST-FILE PICTURE XX.
           77 FS-OUTPUT-FILE PICTURE XX.
           77 ENV-OVERRIDE PICTURE X(99).
           77 RUN-REGION PICTURE X.
           77 WS-EOF PICTURE 9 VALUE ZERO.
           77 RI-DATE PICTURE 9(8).
           77 RI-TIME PICTURE 9(8).
           77 PRIME-COUNT PICTURE 9(9) VALUE ZERO.
           77 HIGHEST-NUM PICTURE 9(10) VALUE ZERO.
           77 TWIN-COUNT PICTURE 9(9) VALUE ZERO.
    *>    sieve.cob's lookup windows over the ten-digit ranges sit
    *>    above the base table's 1,000,000 ceiling; they are islands,
    *>    not a distribution, and are counted past rather than analyzed.
           77 WINDOW-RECORDS PICTURE 9(10) VALUE ZERO.
    *>    consecutive-prime bookkeeping for the gap and twin counts.
           77 PREV-PRIME PICTURE 9(10) VALUE ZERO.
           77 THIS-GAP PICTURE 9(9).
       01 TITLE-LINE.
           02 FILLER PICTURE X(6) VALUE SPACES.
           02 FILLER PICTURE X(27) VALUE 'PRIME DISTRIBUTION ANALYSIS'.
           02 TITLE-REGION PICTURE X(22) VALUE SPACES.
       01 UNDER-LINE-1.
           02 FILLER PICTURE X(32) VALUE
        ' -------------------------------'.
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO PRIME-LIST-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING PRIME-LIST-FILE-NAME, RUN-REGION.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "PRIMANAL_OUTPUT_DD".
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO OUTPUT-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING OUTPUT-FILE-NAME, RUN-REGION.
           OPEN INPUT PRIME-LIST-FILE.
           IF FS-PRIME-LIST-FILE IS NOT EQUAL TO "00"
               DISPLAY "PRIMELIST NOT AVAILABLE, STATUS "
           MOVE RS-RC TO RETURN-CODE.

       ANALYZE-ONE-RECORD.
           IF PRIME-LIST-NUM IS GREATER THAN 1000000
               ADD 1 TO WINDOW-RECORDS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RECORD-COUNT.
           MOVE PRIME-LIST-NUM TO HIGHEST-NUM.
           IF PRIME-LIST-RESULT IS NOT EQUAL TO 'P'
           END-IF.
           MOVE RI-DATE TO RI-OUT-DATE.
           MOVE RI-TIME TO RI-OUT-TIME.
           IF RUN-REGION IS EQUAL TO 'T'
               MOVE '   *** TEST REGION ***' TO TITLE-REGION
           END-IF.
           WRITE OUT-LINE FROM TITLE-LINE AFTER ADVANCING 0 LINES.
           WRITE OUT-LINE FROM UNDER-LINE-1 AFTER ADVANCING 1 LINE.
           WRITE OUT-LINE FROM RUN-INFO-LINE AFTER ADVANCING 1 LINE.
           CLOSE OUTPUT-FILE.
           DISPLAY "ANALYSIS COMPLETE: " PRIME-COUNT " PRIMES OVER 2-"
               HIGHEST-NUM ", " TWIN-COUNT " TWIN PAIRS.".
           IF WINDOW-RECORDS IS GREATER THAN ZERO
               DISPLAY WINDOW-RECORDS
                   " LOOKUP-WINDOW RECORDS ABOVE THE BASE RANGE SKIPPED."
           END-IF.
