    *>      'P' - the business day before LS-DATE-1 (result yyyymmdd)
    *>      'D' - business days from LS-DATE-1 exclusive through
    *>            LS-DATE-2 inclusive (zero when date-2 is not later)
    *>      'R' - the processing business date of a deck received on
    *>            LS-DATE-1 at LS-DATE-2 (hhmmsscc): at or after the
    *>            daily receipt cutoff it rolls to the next day, and
    *>            a non-working day rolls forward to the next business
    *>            day (result yyyymmdd)
    *>    the calendar file is read once per run and cached, the same
    *>    caching style as PRIMTEST's PRIMECFG.DAT; with no file on
    *>    disk, weekends are the only non-working days. the receipt
    *>    cutoff rides in the same file as one 'CUTOFF' record (hhmm in
    *>    the description columns); with none on file every receipt
    *>    keeps its own day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCAL.

           77 CAL-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/prodcal.dat".
           77 ENV-OVERRIDE PICTURE X(99).
           77 RUN-REGION PICTURE X.
           77 FS-CAL-FILE PICTURE XX.
           77 CAL-LOADED PICTURE 9 VALUE ZERO.
           77 CAL-EOF PICTURE 9.
           77 CAL-COUNT PICTURE 9(4) VALUE ZERO.
           77 CAL-IDX PICTURE 9(4).
    *>    2400 is no cutoff at all: no receipt time reaches it.
           77 CAL-CUTOFF PICTURE 9(4) VALUE 2400.
       01 CAL-TABLE.
           02 CAL-ENTRY OCCURS 400 TIMES.
               03 CAL-DATE PICTURE 9(8).
           02 FILLER PICTURE X.
           02 CRI-TYPE PICTURE X.
           02 FILLER PICTURE X(70).
    *>    the receipt cutoff record: 'CUTOFF' in the date columns,
    *>    type 'C', and the cutoff as hhmm.
       01 CAL-CUTOFF-IN REDEFINES CAL-RECORD-IN.
           02 CCI-MARKER PICTURE X(8).
           02 FILLER PICTURE X.
           02 CCI-TYPE PICTURE X.
           02 FILLER PICTURE X.
           02 CCI-HH PICTURE X(2).
           02 CCI-MM PICTURE X(2).
           02 FILLER PICTURE X(65).
           77 WS-DATE PICTURE 9(8).
           77 WS-DATE-INT PICTURE S9(9) USAGE IS COMPUTATIONAL.
           77 WS-END-INT PICTURE S9(9) USAGE IS COMPUTATIONAL.
           77 WS-IS-BUSINESS PICTURE 9.
           77 WS-COUNTED PICTURE S9(9).
           77 WS-GUARD PICTURE S9(4).
           77 WS-RECEIPT-HHMM PICTURE 9(4).

       LINKAGE SECTION.
       01 LS-FUNC PICTURE X.
                   PERFORM FIND-PREVIOUS-BUSINESS-DAY
               WHEN 'D'
                   PERFORM COUNT-BUSINESS-DAYS
               WHEN 'R'
                   PERFORM FIND-RECEIPT-BUSINESS-DAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO CAL-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING CAL-FILE-NAME, RUN-REGION.
           OPEN INPUT CAL-FILE.
           IF FS-CAL-FILE IS EQUAL TO "00"
               MOVE ZERO TO CAL-EOF
                               ADD 1 TO CAL-COUNT
                               MOVE FUNCTION NUMVAL(CRI-DATE)
                                   TO CAL-DATE(CAL-COUNT)
                           ELSE
                               PERFORM LOAD-CUTOFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAL-FILE
           END-IF.

    *>    a cutoff record with a time that isn't a time is ignored,
    *>    leaving receipts on their own day rather than guessing.
       LOAD-CUTOFF.
           IF CCI-MARKER IS EQUAL TO 'CUTOFF  '
                   AND CCI-TYPE IS EQUAL TO 'C'
                   AND CCI-HH IS NUMERIC
                   AND CCI-MM IS NUMERIC
               IF CCI-HH IS LESS THAN '24'
                       AND CCI-MM IS LESS THAN '60'
                   COMPUTE CAL-CUTOFF = FUNCTION NUMVAL(CCI-HH) * 100
                       + FUNCTION NUMVAL(CCI-MM)
               END-IF
           END-IF.

    *>    day 1 of INTEGER-OF-DATE (1601-01-01) was a Monday, so the
    *>    day number mod 7 reads 1=MON .. 5=FRI, 6=SAT, 0=SUN.
       CHECK-BUSINESS-DAY.
               END-IF
           END-PERFORM.
           MOVE WS-COUNTED TO LS-RESULT.

    *>    a receipt at or after the cutoff belongs to the next day's
    *>    processing; from there walk forward to the first business
    *>    day, under the same guard as the backward walk.
       FIND-RECEIPT-BUSINESS-DAY.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(LS-DATE-1)
               ON SIZE ERROR MOVE ZERO TO WS-DATE-INT
           END-COMPUTE.
           IF WS-DATE-INT IS EQUAL TO ZERO
               EXIT PARAGRAPH
           END-IF.
           DIVIDE LS-DATE-2 BY 10000 GIVING WS-RECEIPT-HHMM.
           IF WS-RECEIPT-HHMM IS NOT LESS THAN CAL-CUTOFF
               ADD 1 TO WS-DATE-INT
           END-IF.
           MOVE ZERO TO WS-GUARD.
           PERFORM UNTIL WS-GUARD IS GREATER THAN 999
               COMPUTE WS-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM CHECK-BUSINESS-DAY-KEEP-INT
               IF WS-IS-BUSINESS IS EQUAL TO 1
                   MOVE WS-DATE TO LS-RESULT
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DATE-INT
               ADD 1 TO WS-GUARD
           END-PERFORM.
