    *>    shared run-region check: the *_DD overrides make it easy to
    *>    run the suite against copies, but one override forgotten in a
    *>    test run and the step writes straight into the live
    *>    primes.seen, classmst.dat or alerts file. every program hands
    *>    each file name here once its own DD override has been
    *>    applied, before the file is opened, so the region is enforced
    *>    in one place instead of in every step. the region comes off
    *>    RUN_REGION, set by the job:
    *>      PROD (or unset) the name is left as it is, but a name under
    *>                      the test prefix is refused -- a production
    *>                      run never reads test data;
    *>      TEST            the name is re-rooted under the test prefix
    *>                      (RUN_REGION_PREFIX, default ./test/), so
    *>                      ./primes.seen becomes ./test/primes.seen and
    *>                      a DD override is taken relative to the test
    *>                      area too; a name already under the prefix is
    *>                      left alone, so a name that comes round a
    *>                      second time -- a deck deblock.cob resolved
    *>                      and listed on a driver -- passes through
    *>                      unchanged. the resolved name is then held
    *>                      against the production-file list below as a
    *>                      second line of defence against a prefix
    *>                      that points back at the live files.
    *>    a refusal is an abend, not a verdict: the message goes to the
    *>    console and the step stops with return code 8 before it
    *>    opens anything, the same as any other step that can't
    *>    safely go on. the region comes back to the caller one byte,
    *>    'P' or 'T', so a report can stamp TEST on its header. the
    *>    settings are read on the first call and held for the run,
    *>    the once-per-run caching BLKCHK gives allocblk.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RGNCHK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           77 WS-LOADED PICTURE 9 VALUE ZERO.
           77 REGION-CODE PICTURE X.
           77 REGION-SETTING PICTURE X(8).
           77 ENV-OVERRIDE PICTURE X(99).
    *>    TEST-PREFIX is the prefix as the job gave it, slash-ended,
    *>    and is what re-rooted names are built from; TEST-AREA is the
    *>    same prefix with any leading ./ dropped, for comparing.
           77 TEST-PREFIX PICTURE X(99) VALUE "./test/".
           77 PREFIX-LENGTH PICTURE 9(3).
           77 TEST-AREA PICTURE X(99).
           77 AREA-LENGTH PICTURE 9(3).
           77 WORK-NAME PICTURE X(99).
           77 SHIFT-NAME PICTURE X(99).
           77 RESOLVED-NAME PICTURE X(200).
           77 ENTRY-IDX PICTURE 9(4).
           77 ENTRY-LENGTH PICTURE 9(3).
           77 WILDCARD-COUNT PICTURE 9(3).
           77 UP-LEVEL-COUNT PICTURE 9(3).
           77 REFUSE-REASON PICTURE X(40).
    *>    the production files: everything under the assets directory,
    *>    plus the live files the stream keeps at the top level. names
    *>    are as the programs default them, leading ./ dropped; a
    *>    trailing * takes every name that starts with what comes
    *>    before it. a production file added to the suite outside the
    *>    assets directory belongs on this list too.
       01 PRODUCTION-FILE-VALUES.
           02 FILLER PICTURE X(40) VALUE "cobol/assets/*".
           02 FILLER PICTURE X(40) VALUE "primes*".
           02 FILLER PICTURE X(40) VALUE "PRIMECFG.DAT".
           02 FILLER PICTURE X(40) VALUE "regext.dat".
           02 FILLER PICTURE X(40) VALUE "regack.dat".
           02 FILLER PICTURE X(40) VALUE "regdump.dat".
           02 FILLER PICTURE X(40) VALUE "transmission.dat".
           02 FILLER PICTURE X(40) VALUE "chargebk.ext".
           02 FILLER PICTURE X(40) VALUE "burst.*".
           02 FILLER PICTURE X(40) VALUE "deblock.*".
           02 FILLER PICTURE X(40) VALUE "rejret.*".
           02 FILLER PICTURE X(40) VALUE "mstext.*".
           02 FILLER PICTURE X(40) VALUE "issueno.deck".
           02 FILLER PICTURE X(40) VALUE "deckent.deck".
           02 FILLER PICTURE X(40) VALUE "inquiry.deck".
           02 FILLER PICTURE X(40) VALUE "rework.resub".
           02 FILLER PICTURE X(40) VALUE "lotann.ack".
           02 FILLER PICTURE X(40) VALUE "inqbatch.resp".
       01 PRODUCTION-FILE-TABLE REDEFINES PRODUCTION-FILE-VALUES.
           02 PRODUCTION-FILE PICTURE X(40) OCCURS 18 TIMES.
       01 PRODUCTION-FILE-COUNT PICTURE 9(4) VALUE 18.

       LINKAGE SECTION.
       01 LS-FILE-NAME PICTURE X(99).
       01 LS-REGION PICTURE X.

       PROCEDURE DIVISION USING LS-FILE-NAME, LS-REGION.
           IF WS-LOADED IS EQUAL TO ZERO
               PERFORM LOAD-REGION
               MOVE 1 TO WS-LOADED
           END-IF.
           MOVE REGION-CODE TO LS-REGION.
           IF LS-FILE-NAME IS EQUAL TO SPACES
               GOBACK
           END-IF.
           MOVE LS-FILE-NAME TO WORK-NAME.
           PERFORM STRIP-CURRENT-DIRECTORY.
           IF REGION-CODE IS EQUAL TO 'P'
               IF WORK-NAME(1:AREA-LENGTH) IS EQUAL TO
                       TEST-AREA(1:AREA-LENGTH)
                   MOVE "PRODUCTION RUN NAMES A TEST FILE"
                       TO REFUSE-REASON
                   PERFORM REFUSE-FILE
               END-IF
           ELSE
               PERFORM RESOLVE-TEST-NAME
               PERFORM CHECK-PRODUCTION-LIST
           END-IF.
           GOBACK.

    *>    anything but PROD, TEST or unset stops the step: a mistyped
    *>    region must not quietly run as production.
       LOAD-REGION.
           ACCEPT REGION-SETTING FROM ENVIRONMENT "RUN_REGION".
           IF REGION-SETTING IS EQUAL TO SPACES
                   OR REGION-SETTING IS EQUAL TO "PROD"
                   OR REGION-SETTING IS EQUAL TO "prod"
               MOVE 'P' TO REGION-CODE
           ELSE
               IF REGION-SETTING IS EQUAL TO "TEST"
                       OR REGION-SETTING IS EQUAL TO "test"
                   MOVE 'T' TO REGION-CODE
               ELSE
                   DISPLAY "REGION CHECK FAILURE, RUN_REGION "
                       FUNCTION TRIM(REGION-SETTING)
                       " NOT PROD OR TEST, RUN TERMINATED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "RUN_REGION_PREFIX".
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO TEST-PREFIX
           END-IF.
           COMPUTE PREFIX-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(TEST-PREFIX TRAILING)).
           IF TEST-PREFIX(PREFIX-LENGTH:1) IS NOT EQUAL TO "/"
                   AND PREFIX-LENGTH IS LESS THAN 99
               ADD 1 TO PREFIX-LENGTH
               MOVE "/" TO TEST-PREFIX(PREFIX-LENGTH:1)
           END-IF.
           MOVE TEST-PREFIX TO WORK-NAME.
           PERFORM STRIP-CURRENT-DIRECTORY.
           MOVE WORK-NAME TO TEST-AREA.
           IF TEST-AREA IS EQUAL TO SPACES OR TEST-AREA IS EQUAL TO "/"
               DISPLAY "REGION CHECK FAILURE, RUN_REGION_PREFIX "
                   FUNCTION TRIM(TEST-PREFIX)
                   " IS NO TEST AREA, RUN TERMINATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE AREA-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(TEST-AREA TRAILING)).

       STRIP-CURRENT-DIRECTORY.
           PERFORM UNTIL WORK-NAME(1:2) IS NOT EQUAL TO "./"
               MOVE WORK-NAME(3:97) TO SHIFT-NAME
               MOVE SHIFT-NAME TO WORK-NAME
           END-PERFORM.

    *>    a name with a .. in it could climb back out of the test area
    *>    whatever it is rooted under, so it is refused outright.
       RESOLVE-TEST-NAME.
           MOVE ZERO TO UP-LEVEL-COUNT.
           INSPECT LS-FILE-NAME TALLYING UP-LEVEL-COUNT FOR ALL "..".
           IF UP-LEVEL-COUNT IS GREATER THAN ZERO
               MOVE "TEST RUN NAMES A FILE OUTSIDE TEST AREA"
                   TO REFUSE-REASON
               PERFORM REFUSE-FILE
           END-IF.
           IF WORK-NAME(1:AREA-LENGTH) IS EQUAL TO
                   TEST-AREA(1:AREA-LENGTH)
               EXIT PARAGRAPH
           END-IF.
           IF WORK-NAME(1:1) IS EQUAL TO "/"
               MOVE WORK-NAME(2:98) TO SHIFT-NAME
               MOVE SHIFT-NAME TO WORK-NAME
           END-IF.
           MOVE SPACES TO RESOLVED-NAME.
           STRING TEST-PREFIX(1:PREFIX-LENGTH) DELIMITED BY SIZE
                  FUNCTION TRIM(WORK-NAME TRAILING) DELIMITED BY SIZE
               INTO RESOLVED-NAME.
           IF RESOLVED-NAME(100:101) IS NOT EQUAL TO SPACES
               MOVE "NAME TOO LONG UNDER THE TEST PREFIX"
                   TO REFUSE-REASON
               PERFORM REFUSE-FILE
           END-IF.
           MOVE RESOLVED-NAME TO LS-FILE-NAME.

       CHECK-PRODUCTION-LIST.
           MOVE LS-FILE-NAME TO WORK-NAME.
           PERFORM STRIP-CURRENT-DIRECTORY.
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
                   UNTIL ENTRY-IDX IS GREATER THAN PRODUCTION-FILE-COUNT
               MOVE ZERO TO ENTRY-LENGTH
               MOVE ZERO TO WILDCARD-COUNT
               INSPECT PRODUCTION-FILE(ENTRY-IDX) TALLYING
                   ENTRY-LENGTH FOR CHARACTERS BEFORE INITIAL "*"
                   WILDCARD-COUNT FOR ALL "*"
               IF WILDCARD-COUNT IS GREATER THAN ZERO
                   IF WORK-NAME(1:ENTRY-LENGTH) IS EQUAL TO
                           PRODUCTION-FILE(ENTRY-IDX)(1:ENTRY-LENGTH)
                       MOVE "TEST RUN NAMES A PRODUCTION FILE"
                           TO REFUSE-REASON
                       PERFORM REFUSE-FILE
                   END-IF
               ELSE
                   IF WORK-NAME IS EQUAL TO PRODUCTION-FILE(ENTRY-IDX)
                       MOVE "TEST RUN NAMES A PRODUCTION FILE"
                           TO REFUSE-REASON
                       PERFORM REFUSE-FILE
                   END-IF
               END-IF
           END-PERFORM.

       REFUSE-FILE.
           DISPLAY "REGION CHECK FAILURE, " FUNCTION TRIM(REFUSE-REASON)
               " " FUNCTION TRIM(LS-FILE-NAME).
           DISPLAY "RUN TERMINATED, RETURN CODE 8".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
