       file-control.
           select STANDARD-INPUT assign to KEYBOARD.
           select STANDARD-OUTPUT assign to DISPLAY.
           select PRIME-OUT-FILE assign to dynamic PRIME-OUT-FILE-NAME
               organization is line sequential.
    *>    checkpoint/restart for large runs: the marking phase is the
    *>    expensive part of a big sieve, so its progress (how far I has
    *>    gotten) plus the flag table built so far is dumped here
    *>    periodically, the same checkpoint/resume shape as
    *>    tutorial1.cob's RESTART-FILE.
           select CHECKPOINT-FILE assign to dynamic CHECKPOINT-FILE-NAME
               organization is line sequential
               file status is FS-CHECKPOINT-FILE.
    *>    indexed prime-list lookup table: PRIMTEST reads this keyed by
    *>    with an env override, same convention as PRIMECFG_DD, since
    *>    this file is shared across programs rather than private to
    *>    sieve.cob the way sieve.out/checkpoint are.
    *>    dynamic access: the base range is still written in key
    *>    order, but the lookup windows over the ten-digit ranges sit
    *>    far above it, and an extend run adds base records below
    *>    windows already on file -- so records go in by key rather
    *>    than strictly appended.
           select PRIME-LIST-FILE assign to dynamic PRIME-LIST-FILE-NAME
               organization is indexed
               access mode is dynamic
               record key is PRIME-LIST-NUM
               file status is FS-PRIME-LIST-FILE.
    *>    window catalog: one record per range primelist.dat covers --
    *>    the contiguous base range from 2, then each lookup window --
    *>    so PRIMTEST and primechk.cob know what is on file without
    *>    walking it. rewritten at the end of every run.
           select WINDOW-CATALOG-FILE assign to dynamic
                   WINDOW-CATALOG-FILE-NAME
               organization is line sequential
               file status is FS-WINDOW-CATALOG-FILE.
    *>    where the windows come from: the number ranges registered
    *>    lots draw from (lotreg.dat) and the numbers issueno.cob has
    *>    actually issued (the machine issuance register).
           select LOTREG-FILE assign to dynamic LOTREG-FILE-NAME
               organization is line sequential
               file status is FS-LOTREG-FILE.
           select ISSUREG-FILE assign to dynamic ISSUREG-FILE-NAME
               organization is line sequential
               file status is FS-ISSUREG-FILE.

       data division.
       file section.
               02 PRIME-LIST-NUM pic 9(10).
               02 PRIME-LIST-RESULT pic x.
               02 PRIME-LIST-FACTOR pic s9(10).
       fd WINDOW-CATALOG-FILE.
           01 WINDOW-CATALOG-LINE pic x(80).
       fd LOTREG-FILE.
           01 LOTREG-LINE pic x(82).
       fd ISSUREG-FILE.
           01 ISSUREG-LINE pic x(80).

       working-storage section.
       01 upperLimitNum pic x(99).
       01 PRIME-OUT-REC.
           02 FILLER pic x value space.
           02 PRIME-OUT-NUM pic z(8)9.
    *>    sieve.out and the checkpoint keep their fixed names; they
    *>    are held here only so the run region can re-root them.
       77 PRIME-OUT-FILE-NAME pic x(99)
           value "./cobol/assets/sieve.out".
       77 CHECKPOINT-FILE-NAME pic x(99)
           value "./cobol/assets/sieve.checkpoint".
       77 PRIME-LIST-FILE-NAME pic x(99)
           value "./cobol/assets/primelist.dat".
       77 FS-PRIME-LIST-FILE pic xx.
       77 PRIME-LIST-ENV-OVERRIDE pic x(99).
       77 RUN-REGION pic x.
    *>    incremental extend mode (SIEVE_EXTEND=Y): instead of
    *>    re-deriving everything from 2, the existing primelist.dat is
    *>    read back to seed the flag and smallest-factor tables and to
       77 RS-RC pic s9(4).
       77 RS-CARDS pic 9(9).
       77 RS-REJECTS pic 9(9) value zero.
    *>    lookup windows over the allocation ranges in use: the base
    *>    table above stops at 1,000,000, but live allocation numbers
    *>    are ten digits, so every real card used to miss the file and
    *>    fall back to trial division. each window is one aligned block
    *>    of WINDOW-SIZE numbers, sieved segment-fashion against the
    *>    base primes up to 99,999 (the square root of the largest
    *>    ten-digit number), and written to primelist.dat alongside
    *>    the base range. windows only ever sit above 1,000,000, so
    *>    they can never collide with a base range extended later.
       77 WINDOW-CATALOG-FILE-NAME pic x(99)
           value "./cobol/assets/primewin.dat".
       77 FS-WINDOW-CATALOG-FILE pic xx.
       77 LOTREG-FILE-NAME pic x(99)
           value "./cobol/assets/lotreg.dat".
       77 FS-LOTREG-FILE pic xx.
       77 ISSUREG-FILE-NAME pic x(99)
           value "./cobol/assets/issureg.dat".
       77 FS-ISSUREG-FILE pic xx.
       77 WINDOW-SIZE-ENV pic x(99).
       77 WINDOW-SIZE pic s9(7) usage is comp value 100000.
       77 WINDOW-FLOOR pic s9(11) usage is comp value 1000000.
       77 WINDOW-EOF pic 9 value zero.
       77 WINDOW-COUNT pic s9(4) usage is comp value zero.
       77 WINDOW-MAX pic s9(4) usage is comp value 200.
       77 WINDOW-IDX pic s9(4) usage is comp.
       77 WINDOW-SHIFT pic s9(4) usage is comp.
       77 WINDOW-OVERLAP pic 9.
       77 WINDOW-DROPPED pic 9(7) value zero.
       77 WINDOWS-BUILT pic 9(7) value zero.
       77 WINDOW-RECORDS pic 9(10) value zero.
       77 WINDOW-PRIMES pic 9(10) value zero.
       77 NEW-LOW pic s9(11) usage is comp.
       77 NEW-HIGH pic s9(11) usage is comp.
       77 RANGE-LOW pic s9(11) usage is comp.
       77 RANGE-HIGH pic s9(11) usage is comp.
       77 BLOCK-NUM pic s9(11) usage is comp.
       77 BLOCK-FIRST pic s9(11) usage is comp.
       77 BLOCK-LAST pic s9(11) usage is comp.
       77 WIN-P pic s9(7) usage is comp.
       77 WIN-J pic s9(11) usage is comp.
       77 WIN-J-START pic s9(11) usage is comp.
       77 WIN-SLOT pic s9(7) usage is comp.
       77 WIN-SPAN pic s9(7) usage is comp.
       77 BASE-HIGH pic 9(10) value zero.
       77 BASE-PRIMES-READY pic 9 value zero.
       01 WINDOW-TABLE.
           05 WINDOW-ENTRY occurs 200 times.
               10 WT-LOW pic 9(10).
               10 WT-HIGH pic 9(10).
               10 WT-DATE pic 9(8).
    *>    'O' already on file from an earlier run, 'N' to be built.
               10 WT-STATE pic x.
    *>    the base primes every window is sieved against: a small
    *>    sieve of its own over 2..99,999, independent of UPPER-LIMIT.
       01 BASE-WINDOW-FLAGS.
           05 BASE-WINDOW-FLAG occurs 100000 times pic 9.
       01 WINDOW-FLAGS.
           05 WINDOW-FLAG occurs 100000 times pic 9.
       01 WINDOW-FACTORS.
           05 WINDOW-FACTOR occurs 100000 times
               pic s9(7) usage is comp.
       01 WINDOW-CATALOG-RECORD.
    *>    'B' the contiguous base range from 2, 'W' a lookup window.
           02 WC-TYPE pic x.
           02 FILLER pic x value space.
           02 WC-LOW pic 9(10).
           02 FILLER pic x value space.
           02 WC-HIGH pic 9(10).
           02 FILLER pic x value space.
           02 WC-COUNT pic 9(10).
           02 FILLER pic x value space.
           02 WC-DATE pic 9(8).
           02 FILLER pic x(37) value spaces.
       01 LOTREG-RECORD-IN.
           02 LRI-LOT-ID pic x(10).
           02 FILLER pic x(38).
           02 LRI-RANGE-LOW pic x(10).
           02 FILLER pic x.
           02 LRI-RANGE-HIGH pic x(10).
           02 FILLER pic x(11).
       01 ISSUREG-RECORD-IN.
           02 FILLER pic x(27).
           02 IRI-NUM pic x(10).
           02 FILLER pic x(43).
       77 RUN-DATE pic 9(8).

       procedure division.
           call 'RGNCHK' using PRIME-OUT-FILE-NAME, RUN-REGION.
           call 'RGNCHK' using CHECKPOINT-FILE-NAME, RUN-REGION.
    *>    indexed prime-list lookup table: rebuilt fresh
    *>    on every sieve run, same as PRIME-OUT-FILE, so it always
    *>    reflects the latest UPPER-LIMIT rather than going stale.
           if PRIME-LIST-ENV-OVERRIDE is not equal to spaces
               move PRIME-LIST-ENV-OVERRIDE to PRIME-LIST-FILE-NAME
           end-if.
           call 'RGNCHK' using PRIME-LIST-FILE-NAME, RUN-REGION.
           accept EXTEND-ANSWER from environment "SIEVE_EXTEND".
           accept PRIME-LIST-ENV-OVERRIDE from environment "PRIMEWIN_DD".
           if PRIME-LIST-ENV-OVERRIDE is not equal to spaces
               move PRIME-LIST-ENV-OVERRIDE to WINDOW-CATALOG-FILE-NAME
           end-if.
           call 'RGNCHK' using WINDOW-CATALOG-FILE-NAME, RUN-REGION.
           accept PRIME-LIST-ENV-OVERRIDE from environment "LOTREG_DD".
           if PRIME-LIST-ENV-OVERRIDE is not equal to spaces
               move PRIME-LIST-ENV-OVERRIDE to LOTREG-FILE-NAME
           end-if.
           call 'RGNCHK' using LOTREG-FILE-NAME, RUN-REGION.
           accept PRIME-LIST-ENV-OVERRIDE from environment "ISSUREG_DD".
           if PRIME-LIST-ENV-OVERRIDE is not equal to spaces
               move PRIME-LIST-ENV-OVERRIDE to ISSUREG-FILE-NAME
           end-if.
           call 'RGNCHK' using ISSUREG-FILE-NAME, RUN-REGION.
           accept RUN-DATE from date yyyymmdd.
           open input STANDARD-INPUT, output STANDARD-OUTPUT.

    *>    a restart pulls UPPER-LIMIT
    *>    rebuilding it, so the output files open EXTEND and the
    *>    already-served records are never rewritten.
           if EXTEND-MODE is equal to 1
               open extend PRIME-OUT-FILE, i-o PRIME-LIST-FILE
           else
               open output PRIME-OUT-FILE, output PRIME-LIST-FILE
           end-if
                   display PRIME-COUNT " PRIMES FOUND UP TO " UPPER-LIMIT
               end-if
           end-if

    *>    the base range now on file runs from 2 to whichever is
    *>    higher, this run's limit or what an extend run found there.
           if OLD-LIMIT is greater than UPPER-LIMIT
               move OLD-LIMIT to BASE-HIGH
           else
               move UPPER-LIMIT to BASE-HIGH
           end-if
           perform BUILD-WINDOWS thru BUILD-WINDOWS-END
           move return-code to RS-RC
           move PRIME-COUNT to RS-CARDS
           call 'RUNSTAT' using RS-PROGRAM, RS-RC, RS-CARDS,
       EXTEND-LOAD.
           move 0 to EXTEND-EOF.
           perform until EXTEND-EOF is equal to 1
               read PRIME-LIST-FILE next record
                   at end move 1 to EXTEND-EOF
                   not at end perform EXTEND-LOAD-ONE
               end-read
           end-perform.
       EXTEND-LOAD-END.
           exit.

    *>    window records start above the base table's ceiling and run
    *>    to the end of the file; none of them seed the base tables,
    *>    so the load stops at the first one.
       EXTEND-LOAD-ONE.
           if PRIME-LIST-NUM is greater than 1000000
               move 1 to EXTEND-EOF
           else
               move PRIME-LIST-NUM to I
               if I is greater than OLD-LIMIT
                   move I to OLD-LIMIT
               end-if
               if PRIME-LIST-RESULT is equal to 'N'
                   move 1 to PRIME-FLAG(I)
                   move PRIME-LIST-FACTOR to PRIME-SMALLEST-FACTOR(I)
               end-if
           end-if.

    *>    pull the last checkpoint's flag table and marking position so
    *>    MARK-I can resume right after it instead of redoing the whole
    *>    table from I = 2.
               write CKPT-FACTOR-CHUNK
           end-perform.
           close CHECKPOINT-FILE.

    *>    lookup windows over the ten-digit ranges in use. the window
    *>    size is SIEVE_WINDOW_SIZE (default and ceiling 100,000, the
    *>    window tables' size). an extend run keeps the windows
    *>    already on file and builds only the new ones; a full rebuild
    *>    started primelist.dat empty, so every window is built again.
       BUILD-WINDOWS.
           accept WINDOW-SIZE-ENV from environment "SIEVE_WINDOW_SIZE".
           if WINDOW-SIZE-ENV is not equal to spaces
               move function test-numval(WINDOW-SIZE-ENV) to numvalCheck
               if numvalCheck is equal to zero
                       and function numval(WINDOW-SIZE-ENV)
                           is not less than 1000
                       and function numval(WINDOW-SIZE-ENV)
                           is not greater than 100000
                   move function numval(WINDOW-SIZE-ENV) to WINDOW-SIZE
               else
                   display "SIEVE_WINDOW_SIZE NOT 1000-100000, "
                       "DEFAULT " WINDOW-SIZE " USED."
               end-if
           end-if.
           move zero to WINDOW-COUNT.
           if EXTEND-MODE is equal to 1
               perform LOAD-WINDOW-CATALOG thru LOAD-WINDOW-CATALOG-END
           end-if.
           perform COLLECT-LOTREG-WINDOWS thru COLLECT-LOTREG-WINDOWS-END.
           perform COLLECT-ISSUREG-WINDOWS
               thru COLLECT-ISSUREG-WINDOWS-END.
           if WINDOW-DROPPED is greater than zero
               display WINDOW-DROPPED " WINDOWS NOT BUILT, WINDOW "
                   "TABLE FULL AT " WINDOW-MAX
               move 4 to return-code
           end-if.
           perform varying WINDOW-IDX from 1 by 1
                   until WINDOW-IDX is greater than WINDOW-COUNT
               if WT-STATE(WINDOW-IDX) is equal to 'N'
                   perform SIEVE-ONE-WINDOW thru SIEVE-ONE-WINDOW-END
               end-if
           end-perform.
           perform WRITE-WINDOW-CATALOG thru WRITE-WINDOW-CATALOG-END.
           display WINDOWS-BUILT " LOOKUP WINDOWS BUILT (" WINDOW-RECORDS
               " NUMBERS, " WINDOW-PRIMES " PRIMES), " WINDOW-COUNT
               " WINDOWS ON FILE.".
       BUILD-WINDOWS-END.
           exit.

    *>    the windows an earlier run already put on file. a missing
    *>    catalog just means none were built yet.
       LOAD-WINDOW-CATALOG.
           open input WINDOW-CATALOG-FILE.
           if FS-WINDOW-CATALOG-FILE is not equal to "00"
               go to LOAD-WINDOW-CATALOG-END
           end-if.
           move 0 to WINDOW-EOF.
           perform until WINDOW-EOF is equal to 1
               read WINDOW-CATALOG-FILE into WINDOW-CATALOG-RECORD
                   at end move 1 to WINDOW-EOF
                   not at end
                       if WC-TYPE is equal to 'W'
                               and WC-LOW is numeric
                               and WC-HIGH is numeric
                           move WC-LOW to NEW-LOW
                           move WC-HIGH to NEW-HIGH
                           perform ADD-WINDOW thru ADD-WINDOW-END
                           if WINDOW-OVERLAP is equal to 0
                                   and WINDOW-IDX is greater than 0
                               move 'O' to WT-STATE(WINDOW-IDX)
                               move WC-DATE to WT-DATE(WINDOW-IDX)
                           end-if
                       end-if
               end-read
           end-perform.
           close WINDOW-CATALOG-FILE.
       LOAD-WINDOW-CATALOG-END.
           exit.

    *>    every block a registered lot's number range touches.
       COLLECT-LOTREG-WINDOWS.
           open input LOTREG-FILE.
           if FS-LOTREG-FILE is not equal to "00"
               go to COLLECT-LOTREG-WINDOWS-END
           end-if.
           move 0 to WINDOW-EOF.
           perform until WINDOW-EOF is equal to 1
               read LOTREG-FILE into LOTREG-RECORD-IN
                   at end move 1 to WINDOW-EOF
                   not at end
                       if LRI-RANGE-LOW is numeric
                               and LRI-RANGE-HIGH is numeric
                           move LRI-RANGE-LOW to RANGE-LOW
                           move LRI-RANGE-HIGH to RANGE-HIGH
                           perform ADD-RANGE-BLOCKS
                               thru ADD-RANGE-BLOCKS-END
                       end-if
               end-read
           end-perform.
           close LOTREG-FILE.
       COLLECT-LOTREG-WINDOWS-END.
           exit.

    *>    the block of every number actually issued.
       COLLECT-ISSUREG-WINDOWS.
           open input ISSUREG-FILE.
           if FS-ISSUREG-FILE is not equal to "00"
               go to COLLECT-ISSUREG-WINDOWS-END
           end-if.
           move 0 to WINDOW-EOF.
           perform until WINDOW-EOF is equal to 1
               read ISSUREG-FILE into ISSUREG-RECORD-IN
                   at end move 1 to WINDOW-EOF
                   not at end
                       if IRI-NUM is numeric
                           move IRI-NUM to RANGE-LOW
                           move IRI-NUM to RANGE-HIGH
                           perform ADD-RANGE-BLOCKS
                               thru ADD-RANGE-BLOCKS-END
                       end-if
               end-read
           end-perform.
           close ISSUREG-FILE.
       COLLECT-ISSUREG-WINDOWS-END.
           exit.

    *>    one window per aligned block RANGE-LOW..RANGE-HIGH touches,
    *>    only above the base table's 1,000,000 ceiling -- numbers
    *>    below it are the base range's to cover.
       ADD-RANGE-BLOCKS.
           if RANGE-HIGH is less than RANGE-LOW
                   or RANGE-HIGH is not greater than WINDOW-FLOOR
               go to ADD-RANGE-BLOCKS-END
           end-if.
           if RANGE-LOW is not greater than WINDOW-FLOOR
               compute RANGE-LOW = WINDOW-FLOOR + 1
           end-if.
           compute BLOCK-FIRST = RANGE-LOW / WINDOW-SIZE.
           compute BLOCK-LAST = RANGE-HIGH / WINDOW-SIZE.
           perform varying BLOCK-NUM from BLOCK-FIRST by 1
                   until BLOCK-NUM is greater than BLOCK-LAST
               compute NEW-LOW = BLOCK-NUM * WINDOW-SIZE
               compute NEW-HIGH = NEW-LOW + WINDOW-SIZE - 1
               if NEW-LOW is not greater than WINDOW-FLOOR
                   compute NEW-LOW = WINDOW-FLOOR + 1
               end-if
               if NEW-HIGH is greater than 9999999999
                   move 9999999999 to NEW-HIGH
               end-if
               perform ADD-WINDOW thru ADD-WINDOW-END
               if WINDOW-IDX is greater than 0
                       and WINDOW-OVERLAP is equal to 0
                   move 'N' to WT-STATE(WINDOW-IDX)
                   move RUN-DATE to WT-DATE(WINDOW-IDX)
               end-if
           end-perform.
       ADD-RANGE-BLOCKS-END.
           exit.

    *>    slot NEW-LOW..NEW-HIGH into the window table in ascending
    *>    order. a window overlapping one already listed is the same
    *>    block seen twice (or one built at an earlier window size) and
    *>    is left alone; WINDOW-IDX comes back zero when the table is
    *>    full.
       ADD-WINDOW.
           move 0 to WINDOW-OVERLAP.
           perform varying WINDOW-IDX from 1 by 1
                   until WINDOW-IDX is greater than WINDOW-COUNT
               if NEW-LOW is not greater than WT-HIGH(WINDOW-IDX)
                       and NEW-HIGH is not less than WT-LOW(WINDOW-IDX)
                   move 1 to WINDOW-OVERLAP
                   go to ADD-WINDOW-END
               end-if
               if NEW-HIGH is less than WT-LOW(WINDOW-IDX)
                   exit perform
               end-if
           end-perform.
           if WINDOW-COUNT is not less than WINDOW-MAX
               add 1 to WINDOW-DROPPED
               move 0 to WINDOW-IDX
               go to ADD-WINDOW-END
           end-if.
           perform varying WINDOW-SHIFT from WINDOW-COUNT by -1
                   until WINDOW-SHIFT is less than WINDOW-IDX
               move WINDOW-ENTRY(WINDOW-SHIFT) to
                   WINDOW-ENTRY(WINDOW-SHIFT + 1)
           end-perform.
           add 1 to WINDOW-COUNT.
           move NEW-LOW to WT-LOW(WINDOW-IDX).
           move NEW-HIGH to WT-HIGH(WINDOW-IDX).
       ADD-WINDOW-END.
           exit.

    *>    the base primes for the segment sieve, worked out once per
    *>    run the first time a window needs them.
       BASE-WINDOW-PRIMES.
           perform varying WIN-P from 1 by 1
                   until WIN-P is greater than 100000
               move 0 to BASE-WINDOW-FLAG(WIN-P)
           end-perform.
           move 1 to BASE-WINDOW-FLAG(1).
           perform varying WIN-P from 2 by 1
                   until WIN-P * WIN-P is greater than 100000
               if BASE-WINDOW-FLAG(WIN-P) is equal to 0
                   compute WIN-J-START = WIN-P * WIN-P
                   perform varying WIN-J from WIN-J-START by WIN-P
                           until WIN-J is greater than 100000
                       move 1 to BASE-WINDOW-FLAG(WIN-J)
                   end-perform
               end-if
           end-perform.
           move 1 to BASE-PRIMES-READY.
       BASE-WINDOW-PRIMES-END.
           exit.

    *>    segment sieve over one window: every base prime up to the
    *>    window's square root knocks out its multiples inside the
    *>    window, starting at its first multiple there (or its square,
    *>    whichever is farther along). the first marking of a number is
    *>    always by its smallest prime factor, the same rule MARK-J
    *>    keeps for the base range.
       SIEVE-ONE-WINDOW.
           if BASE-PRIMES-READY is equal to 0
               perform BASE-WINDOW-PRIMES thru BASE-WINDOW-PRIMES-END
           end-if.
           compute WIN-SPAN = WT-HIGH(WINDOW-IDX) - WT-LOW(WINDOW-IDX) + 1.
           perform varying WIN-SLOT from 1 by 1
                   until WIN-SLOT is greater than WIN-SPAN
               move 0 to WINDOW-FLAG(WIN-SLOT)
               move 0 to WINDOW-FACTOR(WIN-SLOT)
           end-perform.
           perform varying WIN-P from 2 by 1
                   until WIN-P * WIN-P is greater than WT-HIGH(WINDOW-IDX)
                       or WIN-P is greater than 99999
               if BASE-WINDOW-FLAG(WIN-P) is equal to 0
                   compute WIN-J-START = function integer(
                       (WT-LOW(WINDOW-IDX) + WIN-P - 1) / WIN-P) * WIN-P
                   if WIN-J-START is less than WIN-P * WIN-P
                       compute WIN-J-START = WIN-P * WIN-P
                   end-if
                   perform varying WIN-J from WIN-J-START by WIN-P
                           until WIN-J is greater than WT-HIGH(WINDOW-IDX)
                       compute WIN-SLOT = WIN-J - WT-LOW(WINDOW-IDX) + 1
                       if WINDOW-FLAG(WIN-SLOT) is equal to 0
                           move WIN-P to WINDOW-FACTOR(WIN-SLOT)
                       end-if
                       move 1 to WINDOW-FLAG(WIN-SLOT)
                   end-perform
               end-if
           end-perform.
           perform varying WIN-SLOT from 1 by 1
                   until WIN-SLOT is greater than WIN-SPAN
               compute PRIME-LIST-NUM = WT-LOW(WINDOW-IDX) + WIN-SLOT - 1
               if WINDOW-FLAG(WIN-SLOT) is equal to 0
                   move 'P' to PRIME-LIST-RESULT
                   move 0 to PRIME-LIST-FACTOR
                   add 1 to WINDOW-PRIMES
               else
                   move 'N' to PRIME-LIST-RESULT
                   move WINDOW-FACTOR(WIN-SLOT) to PRIME-LIST-FACTOR
               end-if
               write PRIME-LIST-RECORD
                   invalid key
                       display "WINDOW RECORD " PRIME-LIST-NUM
                           " ALREADY ON FILE, STATUS " FS-PRIME-LIST-FILE
                   not invalid key
                       add 1 to WINDOW-RECORDS
               end-write
           end-perform.
           add 1 to WINDOWS-BUILT.
       SIEVE-ONE-WINDOW-END.
           exit.

    *>    the catalog is rewritten whole: the base range first, then
    *>    every window in ascending order -- the order primechk.cob
    *>    walks the file in.
       WRITE-WINDOW-CATALOG.
           open output WINDOW-CATALOG-FILE.
           if FS-WINDOW-CATALOG-FILE is not equal to "00"
               display "WINDOW CATALOG WRITE FAILURE, STATUS "
                   FS-WINDOW-CATALOG-FILE " FILE "
                   function trim(WINDOW-CATALOG-FILE-NAME)
               move 8 to return-code
               go to WRITE-WINDOW-CATALOG-END
           end-if.
           move 'B' to WC-TYPE.
           move 2 to WC-LOW.
           move BASE-HIGH to WC-HIGH.
           compute WC-COUNT = BASE-HIGH - 1.
           move RUN-DATE to WC-DATE.
           write WINDOW-CATALOG-LINE from WINDOW-CATALOG-RECORD.
           perform varying WINDOW-IDX from 1 by 1
                   until WINDOW-IDX is greater than WINDOW-COUNT
               move 'W' to WC-TYPE
               move WT-LOW(WINDOW-IDX) to WC-LOW
               move WT-HIGH(WINDOW-IDX) to WC-HIGH
               compute WC-COUNT = WT-HIGH(WINDOW-IDX)
                   - WT-LOW(WINDOW-IDX) + 1
               move WT-DATE(WINDOW-IDX) to WC-DATE
               write WINDOW-CATALOG-LINE from WINDOW-CATALOG-RECORD
           end-perform.
           close WINDOW-CATALOG-FILE.
       WRITE-WINDOW-CATALOG-END.
           exit.
