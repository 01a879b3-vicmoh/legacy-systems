    *>    byte: 'Y' authorized, 'N' denied, 'M' no auth file on disk
    *>    (denied closed -- this is a security control, not a tuning
    *>    default, so the safe failure is shut).
    *>    every granted check is appended to the signon log, so
    *>    recert.cob can tell when an account last signed on to
    *>    anything -- primes3 option 2 keeps its own session journal,
    *>    every other gate in the suite comes through here.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHCHK.

       SELECT AUTH-FILE ASSIGN TO DYNAMIC AUTH-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUTH-FILE.
       SELECT SIGNON-LOG ASSIGN TO DYNAMIC SIGNON-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SIGNON-LOG.

       DATA DIVISION.
       FILE SECTION.
    *>    blank on a record from before roles were carried: read as
    *>    plain operator, the least-privileged answer.
               02 AUTH-REC-ROLE PICTURE X.
    *>    'D' disabled (recert.cob's dormant-account sweep): denied
    *>    whatever the password, until authmnt re-enables it.
               02 AUTH-REC-STATUS PICTURE X.
       FD SIGNON-LOG.
           01 SIGNON-LOG-RECORD.
               02 SIGNON-LOG-DATE PICTURE 9(8).
               02 FILLER PICTURE X.
               02 SIGNON-LOG-TIME PICTURE 9(8).
               02 FILLER PICTURE X.
               02 SIGNON-LOG-USERID PICTURE X(8).
               02 FILLER PICTURE X.
               02 SIGNON-LOG-ROLE PICTURE X.
               02 FILLER PICTURE X.
               02 SIGNON-LOG-REQUIRED PICTURE X.

       WORKING-STORAGE SECTION.
           77 AUTH-FILE-NAME PICTURE X(99) VALUE "./primes3.auth".
           77 SIGNON-LOG-NAME PICTURE X(99)
               VALUE "./cobol/assets/authsig.log".
           77 ENV-OVERRIDE PICTURE X(99).
           77 RUN-REGION PICTURE X.
           77 FS-AUTH-FILE PICTURE XX.
           77 FS-SIGNON-LOG PICTURE XX.
           77 WS-EOF PICTURE 9.
           77 WS-FOUND PICTURE 9.
           77 WS-USER-RANK PICTURE 9.
    *>    the least role the caller's function requires: 'O', 'S' or
    *>    'A'. a supervisor clears an operator gate, an admin clears
    *>    both -- rank is ordered, not exact-match.
    *>    'B' is the batch service role an unattended job step signs on
    *>    with. it sits outside the ladder: a 'B' gate is cleared by a
    *>    'B' record and nothing else, and a 'B' record clears no
    *>    operator/supervisor/admin gate, so the nightly stream's
    *>    service account can't be used to sign on at a screen.
       01 LS-REQUIRED-ROLE PICTURE X.
       01 LS-RESULT PICTURE X.

           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO AUTH-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING AUTH-FILE-NAME, RUN-REGION.
           OPEN INPUT AUTH-FILE.
           IF FS-AUTH-FILE IS NOT EQUAL TO "00"
               MOVE 'M' TO LS-RESULT
                       IF AUTH-REC-USERID IS EQUAL TO LS-USERID
                               AND AUTH-REC-PASSWORD IS EQUAL TO
                                   LS-PASSWORD
                               AND AUTH-REC-STATUS IS NOT EQUAL TO 'D'
                           MOVE 1 TO WS-FOUND
                           MOVE AUTH-REC-ROLE TO WS-ROLE
                           MOVE 1 TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.
           IF WS-FOUND IS EQUAL TO 1
                   AND (LS-REQUIRED-ROLE IS EQUAL TO 'B'
                       OR LS-REQUIRED-ROLE IS EQUAL TO 'b')
               IF WS-ROLE IS EQUAL TO 'B' OR WS-ROLE IS EQUAL TO 'b'
                   MOVE 'Y' TO LS-RESULT
                   PERFORM LOG-SIGNON
               END-IF
               GOBACK
           END-IF.
           IF WS-FOUND IS EQUAL TO 1
               PERFORM RANK-USER-ROLE
               PERFORM RANK-NEEDED-ROLE
               IF WS-USER-RANK IS NOT LESS THAN WS-NEEDED-RANK
                   MOVE 'Y' TO LS-RESULT
                   PERFORM LOG-SIGNON
               END-IF
           END-IF.
           GOBACK.

    *>    append-only, opened per signon; a log that can't be written
    *>    never turns a good signon into a denied one.
       LOG-SIGNON.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "AUTHSIG_LOG_DD".
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO SIGNON-LOG-NAME
           END-IF.
           CALL 'RGNCHK' USING SIGNON-LOG-NAME, RUN-REGION.
           OPEN EXTEND SIGNON-LOG.
           IF FS-SIGNON-LOG IS NOT EQUAL TO "00"
               OPEN OUTPUT SIGNON-LOG
           END-IF.
           IF FS-SIGNON-LOG IS EQUAL TO "00"
               MOVE SPACES TO SIGNON-LOG-RECORD
               ACCEPT SIGNON-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT SIGNON-LOG-TIME FROM TIME
               MOVE LS-USERID TO SIGNON-LOG-USERID
               MOVE WS-ROLE TO SIGNON-LOG-ROLE
               MOVE LS-REQUIRED-ROLE TO SIGNON-LOG-REQUIRED
               WRITE SIGNON-LOG-RECORD
               CLOSE SIGNON-LOG
           END-IF.

       RANK-USER-ROLE.
           IF WS-ROLE IS EQUAL TO 'A' OR WS-ROLE IS EQUAL TO 'a'
               MOVE 3 TO WS-USER-RANK
               IF WS-ROLE IS EQUAL TO 'S' OR WS-ROLE IS EQUAL TO 's'
                   MOVE 2 TO WS-USER-RANK
               ELSE
                   IF WS-ROLE IS EQUAL TO 'B' OR WS-ROLE IS EQUAL TO 'b'
                       MOVE 0 TO WS-USER-RANK
                   ELSE
                       MOVE 1 TO WS-USER-RANK
                   END-IF
               END-IF
           END-IF.

