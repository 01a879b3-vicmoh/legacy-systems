    *>    shared records-retention schedule lookup: retention used to
    *>    live wherever each purge happened to keep it -- a parameter
    *>    card for the audit generations, GENCAT_KEEP for the report
    *>    generations, another card for the master -- and the change
    *>    logs, session journal, alert file and step history were
    *>    never trimmed at all. retsched.dat is now the one schedule:
    *>    one record per record class, carrying its retention period
    *>    and its legal-hold flag, and every purge asks here before it
    *>    scratches anything. same CALL-style shape as PERLOCK; the
    *>    caller passes the class and gets back:
    *>      LS-RESULT   'S' the class is on the schedule, 'N' it isn't
    *>                  (the caller keeps whatever it did before);
    *>      LS-UNIT     'D' the period is in days, 'G' in generations
    *>                  kept;
    *>      LS-PERIOD   the retention period;
    *>      LS-HOLD     'Y' under legal hold -- nothing of the class is
    *>                  purged until the hold is released -- else 'N';
    *>      LS-HOLD-REF the matter the hold was placed for.
    *>    the schedule record:
    *>      class(8) unit(1) period(4) hold(1) hold reference(12)
    *>      description(40), space-separated. the classes in use:
    *>        AUDITGEN  audit log generations          auditcut.cob
    *>        OUTGEN    report generations             gencat.cob
    *>        VITALBK   vital-records backup sets      vitalbk.cob
    *>        CLASSMST  classification master          mstpurge.cob
    *>        CHGLOG    maintenance change logs        retain.cob
    *>        SESSJRNL  operator session journal       retain.cob
    *>        SECLOG    security and signon logs       retain.cob
    *>        ALERTS    operator alert file            retain.cob
    *>        STEPHIST  job step history               retain.cob
    *>    the file is loaded on the first call and held for the run,
    *>    the once-per-run caching PRODCAL gives prodcal.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETSCHED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SCHED-FILE ASSIGN TO DYNAMIC SCHED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SCHED-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD SCHED-FILE.
           01 SCHED-RECORD.
               02 SCHED-REC-CLASS PICTURE X(8).
               02 FILLER PICTURE X.
               02 SCHED-REC-UNIT PICTURE X.
               02 FILLER PICTURE X.
               02 SCHED-REC-PERIOD PICTURE X(4).
               02 FILLER PICTURE X.
               02 SCHED-REC-HOLD PICTURE X.
               02 FILLER PICTURE X.
               02 SCHED-REC-HOLD-REF PICTURE X(12).
               02 FILLER PICTURE X.
               02 SCHED-REC-DESC PICTURE X(40).
               02 FILLER PICTURE X(9).

       WORKING-STORAGE SECTION.
           77 SCHED-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/retsched.dat".
           77 ENV-OVERRIDE PICTURE X(99).
           77 RUN-REGION PICTURE X.
           77 FS-SCHED-FILE PICTURE XX.
           77 WS-EOF PICTURE 9.
           77 WS-LOADED PICTURE 9 VALUE ZERO.
           77 SCHED-COUNT PICTURE 9(4) VALUE ZERO.
           77 SCHED-IDX PICTURE 9(4).
       01 SCHED-TABLE.
           02 SCHED-ENTRY OCCURS 100 TIMES.
               03 SCHED-CLASS PICTURE X(8).
               03 SCHED-UNIT PICTURE X.
               03 SCHED-PERIOD PICTURE 9(4).
               03 SCHED-HOLD PICTURE X.
               03 SCHED-HOLD-REF PICTURE X(12).

       LINKAGE SECTION.
       01 LS-CLASS PICTURE X(8).
       01 LS-RESULT PICTURE X.
       01 LS-UNIT PICTURE X.
       01 LS-PERIOD PICTURE 9(4).
       01 LS-HOLD PICTURE X.
       01 LS-HOLD-REF PICTURE X(12).

       PROCEDURE DIVISION USING LS-CLASS, LS-RESULT, LS-UNIT,
               LS-PERIOD, LS-HOLD, LS-HOLD-REF.
           IF WS-LOADED IS EQUAL TO ZERO
               PERFORM LOAD-SCHEDULE
               MOVE 1 TO WS-LOADED
           END-IF.
           MOVE 'N' TO LS-RESULT.
           MOVE SPACE TO LS-UNIT.
           MOVE ZERO TO LS-PERIOD.
           MOVE 'N' TO LS-HOLD.
           MOVE SPACES TO LS-HOLD-REF.
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX IS GREATER THAN SCHED-COUNT
               IF SCHED-CLASS(SCHED-IDX) IS EQUAL TO LS-CLASS
                   MOVE 'S' TO LS-RESULT
                   MOVE SCHED-UNIT(SCHED-IDX) TO LS-UNIT
                   MOVE SCHED-PERIOD(SCHED-IDX) TO LS-PERIOD
                   MOVE SCHED-HOLD(SCHED-IDX) TO LS-HOLD
                   MOVE SCHED-HOLD-REF(SCHED-IDX) TO LS-HOLD-REF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           GOBACK.

    *>    a record that doesn't parse -- no class, a unit other than D
    *>    or G, a period that isn't a positive number -- is skipped,
    *>    so a bad line can never turn into a zero-day purge. a hold
    *>    flag is honored on any record with a class, even one whose
    *>    period is unusable: a class under litigation is never purged
    *>    because somebody mistyped its retention. a class listed
    *>    twice takes its first entry. with no file on disk nothing is
    *>    scheduled.
       LOAD-SCHEDULE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "RETSCHED_DD".
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO SCHED-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING SCHED-FILE-NAME, RUN-REGION.
           OPEN INPUT SCHED-FILE.
           IF FS-SCHED-FILE IS NOT EQUAL TO "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 1
               READ SCHED-FILE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF SCHED-REC-CLASS IS NOT EQUAL TO SPACES
                               AND SCHED-COUNT IS LESS THAN 100
                           PERFORM ADD-SCHEDULE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHED-FILE.

       ADD-SCHEDULE-ENTRY.
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX IS GREATER THAN SCHED-COUNT
               IF SCHED-CLASS(SCHED-IDX) IS EQUAL TO SCHED-REC-CLASS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF SCHED-REC-HOLD IS NOT EQUAL TO 'Y'
               IF SCHED-REC-UNIT IS NOT EQUAL TO 'D'
                       AND SCHED-REC-UNIT IS NOT EQUAL TO 'G'
                   EXIT PARAGRAPH
               END-IF
               IF SCHED-REC-PERIOD IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               IF SCHED-REC-PERIOD IS EQUAL TO ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO SCHED-COUNT.
           MOVE SCHED-REC-CLASS TO SCHED-CLASS(SCHED-COUNT).
           MOVE SCHED-REC-UNIT TO SCHED-UNIT(SCHED-COUNT).
           IF SCHED-REC-PERIOD IS NUMERIC
               MOVE SCHED-REC-PERIOD TO SCHED-PERIOD(SCHED-COUNT)
           ELSE
               MOVE ZERO TO SCHED-PERIOD(SCHED-COUNT)
           END-IF.
           IF SCHED-REC-HOLD IS EQUAL TO 'Y'
               MOVE 'Y' TO SCHED-HOLD(SCHED-COUNT)
           ELSE
               MOVE 'N' TO SCHED-HOLD(SCHED-COUNT)
           END-IF.
           MOVE SCHED-REC-HOLD-REF TO SCHED-HOLD-REF(SCHED-COUNT).
