    *>    input output section
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-FILE ASSIGN TO DYNAMIC INPUT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INPUT-FILE.
       SELECT OUTPUT-FILE ASSIGN TO DYNAMIC OUTPUT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUTPUT-FILE.
       SELECT RESTART-FILE ASSIGN TO DYNAMIC RESTART-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REJECT-FILE ASSIGN TO DYNAMIC REJECT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
    *>    CSV export: the same classifications as OUTPUT-FILE,
    *>    one comma-delimited row per card, for spreadsheet/downstream use.
       SELECT CSV-FILE ASSIGN TO DYNAMIC CSV-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
    *>    reserved allocation ranges: blocks set aside by the
    *>    business, maintained as a data file (shared with primes2.cob,
               02 RESTART-OUT-COUNT PICTURE 9(9).
               02 RESTART-HASH PICTURE 9(13).
               02 FILLER PICTURE X(39).
    *>    rejected cards are written here instead of mixed into
    *>    OUTPUT-FILE, in the shared reject record (rejrec.cpy: the card
    *>    exactly as read, then its reason code, run date, job id and
    *>    lot), built in working-storage and moved across with WRITE ...
    *>    FROM, since LINE SEQUENTIAL's writer rejects a record whose FD
    *>    group directly contains a SIGN SEPARATE elementary item -- so
    *>    they can be corrected and resubmitted as their own batch
    *>    without losing the sign, lot id, or date.
       FD REJECT-FILE.
           01 REJECT-LINE PICTURE X(130).
       FD CSV-FILE.
           01 CSV-LINE PICTURE X(80).
       FD RESERVED-FILE.
       01 CSV-TRAILER-FIELDS.
           02 CT-COUNT PICTURE 9(9).
           02 CT-HASH PICTURE 9(13).
    *>    the deck, report, restart, reject and CSV files keep their
    *>    fixed names; they are held here only so the run region can
    *>    re-root them for a test run.
           77 INPUT-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/primes.dat".
           77 OUTPUT-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/primes.out".
           77 RESTART-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/tutorial1.restart".
           77 REJECT-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/tutorial1.rej".
           77 CSV-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/primes.csv".
    *>    reserved-range screening: the list is loaded once at
    *>    startup; each card is checked against the ranges in effect
    *>    as of the run date, alongside the other card edits.
               VALUE "./cobol/assets/reserved.dat".
           77 FS-RESERVED-FILE PICTURE XX.
           77 RESERVED-ENV-OVERRIDE PICTURE X(99).
           77 RUN-REGION PICTURE X.
           77 RES-EOF PICTURE 9.
           77 RES-COUNT PICTURE 9(4) VALUE ZERO.
           77 RES-IDX PICTURE 9(4).
           02 BD-NUM PICTURE Z(9)9.
           02 FILLER PICTURE X(10) VALUE ' BAD DATE '.
           02 BD-DATE PICTURE X(8).
    *>    shared reject reason codes and reject record, the same ones
    *>    primes2.cob writes and rework.cob reads back.
           77 REASON-IDX PICTURE 9(2).
       COPY rejcode.
       COPY rejrec.
    *>    shared input-card layout, also used by primes2.cob
    *>    and primes3.cob, so all three programs agree on the same card
    *>    shape including the lot-id/date fields carried for lot-tracking.
       01 TITLE-LINE.
           02 FILLER PICTURE X(6) VALUE SPACES.
           02 FILLER PICTURE X(20) VALUE 'PRIME NUMBER RESULTS'.
           02 TITLE-REGION PICTURE X(22) VALUE SPACES.
       01 UNDER-LINE.
           02 FILLER PICTURE X(32) VALUE
        ' -------------------------------'.
           02 RCM-ACTUAL PICTURE Z(8)9.

       PROCEDURE DIVISION.
           CALL 'RGNCHK' USING INPUT-FILE-NAME, RUN-REGION.
           CALL 'RGNCHK' USING OUTPUT-FILE-NAME, RUN-REGION.
           CALL 'RGNCHK' USING RESTART-FILE-NAME, RUN-REGION.
           CALL 'RGNCHK' USING REJECT-FILE-NAME, RUN-REGION.
           CALL 'RGNCHK' USING CSV-FILE-NAME, RUN-REGION.
           DISPLAY "RESTART FROM LAST CHECKPOINT (Y/N): ".
           ACCEPT RESTART-ANSWER.
           IF RESTART-ANSWER IS EQUAL TO 'Y' OR RESTART-ANSWER IS EQUAL TO 'y'
               WRITE OUT-LINE FROM NEGATIVE-LINE AFTER ADVANCING 1 LINE
               MOVE 'NEGATIVE NUMBER' TO CSV-CLASSIFICATION
               PERFORM WRITE-CSV-ROW
               PERFORM WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-COUNT
               GO TO CHK
           END-IF.
               PERFORM CHECK-PAGE-BREAK
               WRITE OUT-LINE FROM BAD-DATE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'BAD DATE' TO CSV-CLASSIFICATION
               PERFORM WRITE-CSV-ROW
               PERFORM WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-COUNT
               GO TO CHK
           END-IF.
                   AFTER ADVANCING 1 LINE
               MOVE 'RESERVED' TO CSV-CLASSIFICATION
               PERFORM WRITE-CSV-ROW
               PERFORM WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-COUNT
               GO TO CHK
           END-IF.
               MOVE IN-N TO OUT-N
               PERFORM CHECK-PAGE-BREAK
               WRITE OUT-LINE FROM ERROR-MESS AFTER ADVANCING 1 LINE
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'ILLEGAL INPUT' TO CSV-CLASSIFICATION
               PERFORM WRITE-CSV-ROW
               PERFORM WRITE-REJECT-RECORD
               GO TO CHK
           END-IF.
           IF WS-RESULT-CODE IS EQUAL TO 'N'
               INTO CSV-LINE.
           WRITE CSV-LINE.

    *>    one reject record per rejected card: the card as read, the
    *>    reason code looked up off the shared table by the same
    *>    classification text the CSV row just carried, and this run's
    *>    date and job id.
       WRITE-REJECT-RECORD.
           MOVE IN-CARD TO REJECT-CARD.
           MOVE '99' TO REJECT-REASON-CODE.
           MOVE CSV-CLASSIFICATION TO REJECT-REASON-TEXT.
           PERFORM VARYING REASON-IDX FROM 1 BY 1
                   UNTIL REASON-IDX IS GREATER THAN REASON-COUNT
               IF REASON-TEXT(REASON-IDX) IS EQUAL TO CSV-CLASSIFICATION
                   MOVE REASON-CODE(REASON-IDX) TO REJECT-REASON-CODE
               END-IF
           END-PERFORM.
           MOVE RI-DATE TO REJECT-RUN-DATE.
           MOVE RI-JOB-ID TO REJECT-JOB.
           MOVE IN-LOT-ID TO REJECT-LOT.
           WRITE REJECT-LINE FROM REJECT-RECORD.

    *>    load the reserved-range list into its table, same
    *>    once-per-run caching style as PRIMTEST's PRIMECFG.DAT;
    *>    rows that don't parse as ranges are skipped, and a missing
           IF RESERVED-ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE RESERVED-ENV-OVERRIDE TO RESERVED-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING RESERVED-FILE-NAME, RUN-REGION.
           OPEN INPUT RESERVED-FILE.
           IF FS-RESERVED-FILE IS EQUAL TO "00"
               MOVE ZERO TO RES-EOF
       WRITE-PAGE-HEADER.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO RI-OUT-PAGE.
           IF RUN-REGION IS EQUAL TO 'T'
               MOVE '   *** TEST REGION ***' TO TITLE-REGION
           END-IF.
           IF PAGE-NUMBER IS EQUAL TO 1
               WRITE OUT-LINE FROM TITLE-LINE AFTER ADVANCING 0 LINES
           ELSE
