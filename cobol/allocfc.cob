    *>    allocation-space exhaustion forecast: the nine-digit space ran
    *>    out almost without warning, and nothing since has watched the
    *>    ten-digit one. this program reads the department allocation
    *>    blocks (allocblk.dat, blkmnt.cob maintains it), issueno.cob's
    *>    issuance register, the reserved ranges in reserved.dat and the
    *>    numbers already consumed in primes.seen, and for every block
    *>    shows capacity,
    *>    consumed, issued-but-not-yet-received, reserved and free
    *>    counts. the last twelve months' issuance rate then projects
    *>    when each block, each department and the space as a whole
    *>    run dry; anything projected inside the planning horizon
    *>    (ALLOCFC_HORIZON, days, default 365) is flagged, returns 4
    *>    and raises an alert through ALERTWTR, so planning hears about
    *>    it a year out instead of a month.
    *>    capacity is counted in issuable numbers: issueno.cob hands out
    *>    one full number per nine-digit base, its check digit fixing
    *>    the tenth, so a block of full numbers low..high holds one
    *>    issuable number per base from low/10 to high/10.
       identification division.
       program-id. allocfc.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    department allocation blocks: one row per block, the
    *>    department code deptmst.dat carries and the block's first
    *>    and last full number.
       select blockFile assign to dynamic blockFileName
           organization is line sequential
           file status is fsBlock.
       select reservedFile assign to dynamic reservedFileName
           organization is line sequential
           file status is fsReserved.
       select seenFile assign to dynamic seenFileName
           organization is line sequential
           file status is fsSeen.
       select issuregFile assign to dynamic issuregFileName
           organization is line sequential
           file status is fsIssureg.
       select reportFile assign to dynamic reportFileName
           organization is line sequential
           file status is fsReport.
    *>    seen and issued numbers merged by number, so a number that
    *>    was issued and has since come back counts once, as consumed.
       select sortByNum assign to "allocfc-numwk".

       data division.
       file section.
         fd blockFile.
             01 blockLine pic x(80).
         fd reservedFile.
             01 reservedLine pic x(80).
         fd seenFile.
             01 seenLine pic x(80).
         fd issuregFile.
             01 issuregLine pic x(80).
         fd reportFile.
             01 outLine pic x(132).
         sd sortByNum.
             01 numSortRec.
                 02 nsNum pic 9(10).
                 02 nsSource pic x.

       working-storage section.
           77 blockFileName pic x(99)
               value "./cobol/assets/allocblk.dat".
           77 reservedFileName pic x(99)
               value "./cobol/assets/reserved.dat".
           77 seenFileName pic x(99) value "./primes.seen".
           77 issuregFileName pic x(99)
               value "./cobol/assets/issureg.dat".
           77 reportFileName pic x(99) value "./allocfc.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 numvalCheck pic s9(4) usage is comp.
           77 fsBlock pic xx.
           77 fsReserved pic xx.
           77 fsSeen pic xx.
           77 fsIssureg pic xx.
           77 fsReport pic xx.
           77 eofFile pic 9.
           77 eofSort pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 seenMissing pic 9 value zero.
           77 registerMissing pic 9 value zero.
    *>    the planning horizon, and the start of the twelve-month rate
    *>    window.
           77 horizonDays pic 9(5) value 365.
           77 rateFromDate pic 9(8).
    *>    allocblk.dat's record layout.
       01 blockRecordIn.
           02 brDept pic x(8).
           02 filler pic x.
           02 brLow pic x(10).
           02 filler pic x.
           02 brHigh pic x(10).
           02 filler pic x(50).
    *>    the blocks, with everything counted against each.
           77 blkCount pic 9(4) value zero.
           77 blkIdx pic 9(4).
           77 blkFound pic 9(4).
       01 blkTable.
           02 blkEntry occurs 200 times.
               03 blkDept pic x(8).
               03 blkLow pic 9(10).
               03 blkHigh pic 9(10).
               03 blkCapacity pic 9(10).
               03 blkConsumed pic 9(10).
               03 blkOutstanding pic 9(10).
               03 blkReserved pic 9(10).
               03 blkFree pic 9(10).
               03 blkRate pic 9(10).
    *>    departments, from the blocks and from the register -- a
    *>    department drawing numbers with no block on file shows too.
           77 dptCount pic 9(4) value zero.
           77 dptIdx pic 9(4).
           77 dptFound pic 9(4).
           77 dptKey pic x(8).
       01 dptTable.
           02 dptEntry occurs 100 times.
               03 dptCode pic x(8).
               03 dptBlocks pic 9(4).
               03 dptCapacity pic 9(10).
               03 dptFree pic 9(10).
               03 dptRate pic 9(10).
    *>    reserved.dat, either vintage, as primes2.cob loads it; only
    *>    pending and active ranges not yet past their expiry hold
    *>    numbers back.
           77 resCount pic 9(4) value zero.
           77 resIdx pic 9(4).
       01 resTable.
           02 resEntry occurs 100 times.
               03 resStart pic 9(10).
               03 resEnd pic 9(10).
       01 reservedRecordIn.
           02 rrStart pic 9(10).
           02 filler pic x.
           02 rrEnd pic 9(10).
           02 filler pic x.
           02 rrReason pic x(8).
           02 filler pic x.
           02 rrEffDate pic 9(8).
           02 filler pic x.
           02 rrExpDate pic x(8).
           02 filler pic x.
           02 rrStatus pic x.
           02 filler pic x(30).
       01 reservedRecordOld redefines reservedRecordIn.
           02 roStart pic 9(9).
           02 filler pic x.
           02 roEnd pic 9(9).
           02 filler pic x.
           02 roReason pic x(8).
           02 filler pic x.
           02 roEffDate pic 9(8).
           02 filler pic x(43).
           77 resOverlapLow pic 9(10).
           77 resOverlapHigh pic 9(10).
    *>    the seen and register record shapes, the writers' own.
       01 seenRecordIn.
           02 siNum pic x(10).
           02 filler pic x(70).
       01 issuregRecordIn.
           02 igDate pic x(8).
           02 filler pic x.
           02 igTime pic x(8).
           02 filler pic x.
           02 igDept pic x(8).
           02 filler pic x.
           02 igNum pic x(10).
           02 filler pic x.
           02 igVoidFlag pic x.
           02 filler pic x(40).
           77 lookupNum pic 9(10).
    *>    control-break state for one number off the sort.
           77 breakNum pic 9(10).
           77 breakOpen pic 9 value zero.
           77 onSeen pic 9.
           77 onIssued pic 9.
    *>    the space as a whole: every ten-digit number, one issuable
    *>    per base.
           77 allCapacity pic 9(10) value 1000000000.
           77 allConsumed pic 9(10) value zero.
           77 allOutstanding pic 9(10) value zero.
           77 allReserved pic 9(10) value zero.
           77 allFree pic 9(10) value zero.
           77 allRate pic 9(10) value zero.
           77 unblockedCount pic 9(10) value zero.
    *>    projection work: free numbers over the yearly rate, in days.
           77 pjFree pic 9(10).
           77 pjRate pic 9(10).
           77 pjDays pic 9(12).
           77 pjText pic x(10).
           77 pjFlag pic x(3).
           77 flaggedCount pic 9(9) value zero.
           77 flaggedName pic x(20) value spaces.
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
    *>    run's real code is put back after the call.
           77 rsProgram pic x(9) value 'ALLOCFC'.
           77 rsRc pic s9(4).
           77 awSeverity pic x.
           77 awMessage pic x(60).
    *>    the seen file is rewritten in place by primes2 and backout;
    *>    it is read under the same FILELOCK enqueue they install it
    *>    under, so this pass never sees half a file.
           77 lkAction pic x.
           77 lkResource pic x(40) value 'PRIMES-SEEN'.
           77 lkResult pic x.
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(37) value
               'ALLOCATION-SPACE EXHAUSTION FORECAST'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(40) value
        ' ---------------------------------------'.
       01 runInfoLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(9) value 'RUN DATE '.
           02 riOutDate pic 9(8).
           02 filler pic x(7) value '  TIME '.
           02 riOutTime pic 9(8).
           02 filler pic x(20) value '  RATE WINDOW FROM '.
           02 riOutRateFrom pic 9(8).
           02 filler pic x(11) value '  HORIZON '.
           02 riOutHorizon pic zzzz9.
           02 filler pic x(5) value ' DAYS'.
       01 blankLine.
           02 filler pic x value space.
       01 sectionLine.
           02 filler pic x value space.
           02 slText pic x(60).
       01 blockHeadingLine.
           02 filler pic x value space.
           02 filler pic x(9) value 'DEPT'.
           02 filler pic x(11) value 'LOW'.
           02 filler pic x(11) value 'HIGH'.
           02 filler pic x(11) value '  CAPACITY'.
           02 filler pic x(11) value '  CONSUMED'.
           02 filler pic x(11) value '    ISSUED'.
           02 filler pic x(11) value '  RESERVED'.
           02 filler pic x(11) value '      FREE'.
           02 filler pic x(11) value ' 12M ISSUE'.
           02 filler pic x(11) value ' EXHAUSTS'.
           02 filler pic x(4) value 'FLAG'.
       01 blockDetailLine.
           02 filler pic x value space.
           02 bdDept pic x(8).
           02 filler pic x value space.
           02 bdLow pic 9(10).
           02 filler pic x value space.
           02 bdHigh pic 9(10).
           02 filler pic x value space.
           02 bdCapacity pic z(9)9.
           02 filler pic x value space.
           02 bdConsumed pic z(9)9.
           02 filler pic x value space.
           02 bdOutstanding pic z(9)9.
           02 filler pic x value space.
           02 bdReserved pic z(9)9.
           02 filler pic x value space.
           02 bdFree pic z(9)9.
           02 filler pic x value space.
           02 bdRate pic z(9)9.
           02 filler pic x value space.
           02 bdExhausts pic x(10).
           02 filler pic x value space.
           02 bdFlag pic x(3).
       01 deptHeadingLine.
           02 filler pic x value space.
           02 filler pic x(9) value 'DEPT'.
           02 filler pic x(7) value 'BLOCKS'.
           02 filler pic x(11) value '  CAPACITY'.
           02 filler pic x(11) value '      FREE'.
           02 filler pic x(11) value ' 12M ISSUE'.
           02 filler pic x(11) value ' EXHAUSTS'.
           02 filler pic x(4) value 'FLAG'.
       01 deptDetailLine.
           02 filler pic x value space.
           02 ddDept pic x(8).
           02 filler pic x value space.
           02 ddBlocks pic zzz9.
           02 filler pic x(2) value spaces.
           02 ddCapacity pic z(9)9.
           02 filler pic x value space.
           02 ddFree pic z(9)9.
           02 filler pic x value space.
           02 ddRate pic z(9)9.
           02 filler pic x value space.
           02 ddExhausts pic x(10).
           02 filler pic x value space.
           02 ddFlag pic x(3).
           02 filler pic x value space.
           02 ddNote pic x(30).
       01 countLine.
           02 filler pic x value space.
           02 clLabel pic x(44).
           02 clCount pic z(9)9.
           02 filler pic x value space.
           02 clText pic x(30).
       01 noteLine.
           02 filler pic x value space.
           02 ntText pic x(90).

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept envOverride from environment "ALLOCBLK_DD".
           if envOverride is not equal to spaces
               move envOverride to blockFileName
           end-if.
           call 'RGNCHK' using blockFileName, runRegion.
           accept envOverride from environment "RESERVED_DD".
           if envOverride is not equal to spaces
               move envOverride to reservedFileName
           end-if.
           call 'RGNCHK' using reservedFileName, runRegion.
           accept envOverride from environment "PRIMES2_SEEN_DD".
           if envOverride is not equal to spaces
               move envOverride to seenFileName
           end-if.
           call 'RGNCHK' using seenFileName, runRegion.
           accept envOverride from environment "ISSUREG_DD".
           if envOverride is not equal to spaces
               move envOverride to issuregFileName
           end-if.
           call 'RGNCHK' using issuregFileName, runRegion.
           accept envOverride from environment "ALLOCFC_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           accept envOverride from environment "ALLOCFC_HORIZON".
           if envOverride is not equal to spaces
               move function test-numval(envOverride) to numvalCheck
               if numvalCheck is equal to zero
                   if function numval(envOverride) is greater than zero
                           and function numval(envOverride)
                               is less than 100000
                       move function numval(envOverride) to horizonDays
                   end-if
               end-if
           end-if.
           compute rateFromDate = function date-of-integer(
               function integer-of-date(riDate) - 365).

           open output reportFile.
           if fsReport is not equal to "00"
               display "FILE OPEN FAILURE, REPORT STATUS " fsReport
                   " FILE " function trim(reportFileName)
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           move rateFromDate to riOutRateFrom.
           move horizonDays to riOutHorizon.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
           write outLine from blankLine after advancing 1 line.

           perform loadBlocks.
           perform loadReservedRanges.
           perform countReservedByBlock.

           sort sortByNum on ascending key nsNum nsSource
               input procedure is releaseSeenAndIssued
               output procedure is countByNumber.

           if seenMissing is equal to 1
               move "SEEN FILE NOT AVAILABLE -- CONSUMED COUNTS CAN'T "
                   & "BE TRUSTED, FORECAST ABANDONED" to ntText
               write outLine from noteLine after advancing 1 line
               close reportFile
               move 'C' to awSeverity
               move "ALLOCATION FORECAST ABANDONED: SEEN FILE NOT "
                   & "AVAILABLE" to awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           if registerMissing is equal to 1
               move "ISSUANCE REGISTER NOT AVAILABLE -- NO ISSUANCE "
                   & "RATE, NOTHING CAN BE PROJECTED" to ntText
               write outLine from noteLine after advancing 1 line
               write outLine from blankLine after advancing 1 line
           end-if.

           perform reportBlocks.
           perform reportDepartments.
           perform reportWholeSpace.
           close reportFile.

           display "ALLOCATION FORECAST COMPLETE: " blkCount
               " BLOCKS, " flaggedCount " INSIDE THE HORIZON.".
           if flaggedCount is greater than zero
               move 'W' to awSeverity
               move spaces to awMessage
               string "ALLOCATION SPACE: " delimited by size
                      flaggedCount delimited by size
                      " RUN OUT WITHIN HORIZON, E.G. " delimited by size
                      flaggedName delimited by space
                   into awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           call 'RUNSTAT' using rsProgram, rsRc, blkCount, flaggedCount.
           move rsRc to return-code.

    *>    the block master; rows that don't parse as a block are
    *>    skipped. no file at all just means no department has a block
    *>    yet, and only the space as a whole is forecast.
       loadBlocks.
           open input blockFile.
           if fsBlock is not equal to "00"
               move "NO DEPARTMENT ALLOCATION BLOCKS ON FILE -- WHOLE "
                   & "SPACE ONLY" to ntText
               write outLine from noteLine after advancing 1 line
               write outLine from blankLine after advancing 1 line
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read blockFile into blockRecordIn
                   at end move 1 to eofFile
                   not at end perform loadOneBlock
               end-read
           end-perform.
           close blockFile.

       loadOneBlock.
           if blkCount is equal to 200
               exit paragraph
           end-if.
           if brDept is equal to spaces or brLow is not numeric
                   or brHigh is not numeric or brHigh < brLow
               exit paragraph
           end-if.
           add 1 to blkCount.
           move brDept to blkDept(blkCount).
           move brLow to blkLow(blkCount).
           move brHigh to blkHigh(blkCount).
           compute blkCapacity(blkCount) =
               blkHigh(blkCount) / 10 - blkLow(blkCount) / 10 + 1.
           move zero to blkConsumed(blkCount).
           move zero to blkOutstanding(blkCount).
           move zero to blkReserved(blkCount).
           move zero to blkRate(blkCount).
           move brDept to dptKey.
           perform findDepartment.
           if dptFound is not equal to zero
               add 1 to dptBlocks(dptFound)
               add blkCapacity(blkCount) to dptCapacity(dptFound)
           end-if.

    *>    find (or add) a department in the table.
       findDepartment.
           move zero to dptFound.
           perform varying dptIdx from 1 by 1
                   until dptIdx is greater than dptCount
               if dptCode(dptIdx) is equal to dptKey
                   move dptIdx to dptFound
                   exit perform
               end-if
           end-perform.
           if dptFound is equal to zero and dptCount < 100
               add 1 to dptCount
               move dptKey to dptCode(dptCount)
               move zero to dptBlocks(dptCount)
               move zero to dptCapacity(dptCount)
               move zero to dptFree(dptCount)
               move zero to dptRate(dptCount)
               move dptCount to dptFound
           end-if.

    *>    the block holding lookupNum, zero if none does.
       findBlock.
           move zero to blkFound.
           perform varying blkIdx from 1 by 1
                   until blkIdx is greater than blkCount
               if lookupNum is not less than blkLow(blkIdx)
                       and lookupNum is not greater than blkHigh(blkIdx)
                   move blkIdx to blkFound
                   exit perform
               end-if
           end-perform.

       loadReservedRanges.
           open input reservedFile.
           if fsReserved is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read reservedFile
                   at end move 1 to eofFile
                   not at end perform loadOneReservedRow
               end-read
           end-perform.
           close reservedFile.

    *>    one reserved row, either vintage; the old layout is told
    *>    apart by the space its nine-digit start leaves in column ten,
    *>    and always holds its numbers back.
       loadOneReservedRow.
           if resCount is equal to 100
               exit paragraph
           end-if.
           move reservedLine to reservedRecordIn.
           if reservedLine(10:1) is equal to space
               if roStart is numeric and roEnd is numeric
                   add 1 to resCount
                   move roStart to resStart(resCount)
                   move roEnd to resEnd(resCount)
               end-if
               exit paragraph
           end-if.
           if rrStart is not numeric or rrEnd is not numeric
               exit paragraph
           end-if.
           if rrStatus is equal to 'E' or rrStatus is equal to 'R'
               exit paragraph
           end-if.
           if rrExpDate is numeric
               if function numval(rrExpDate) is not equal to zero
                       and function numval(rrExpDate) < riDate
                   exit paragraph
               end-if
           end-if.
           add 1 to resCount.
           move rrStart to resStart(resCount).
           move rrEnd to resEnd(resCount).

    *>    reserved numbers held back inside each block, and across the
    *>    whole space, in issuable numbers like everything else.
       countReservedByBlock.
           perform varying resIdx from 1 by 1
                   until resIdx is greater than resCount
               if resEnd(resIdx) is not less than resStart(resIdx)
                   compute allReserved = allReserved
                       + resEnd(resIdx) / 10 - resStart(resIdx) / 10 + 1
               end-if
               perform varying blkIdx from 1 by 1
                       until blkIdx is greater than blkCount
                   move function max(resStart(resIdx), blkLow(blkIdx))
                       to resOverlapLow
                   move function min(resEnd(resIdx), blkHigh(blkIdx))
                       to resOverlapHigh
                   if resOverlapHigh is not less than resOverlapLow
                       compute blkReserved(blkIdx) =
                           blkReserved(blkIdx) + resOverlapHigh / 10
                           - resOverlapLow / 10 + 1
                   end-if
               end-perform
           end-perform.

    *>    seen numbers as 'C' (consumed), register numbers as 'I'
    *>    (issued); the twelve-month rate is taken off the register as
    *>    it goes by, by block and by requesting department.
       releaseSeenAndIssued.
           move 'L' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if lkResult is equal to 'B'
               display "SEEN RESOURCE BUSY AFTER WAIT, READING "
                   "ANYWAY -- CHECK FOR A STALE LOCK"
           end-if.
           open input seenFile.
           if fsSeen is not equal to "00"
               display "SEEN FILE NOT AVAILABLE, STATUS " fsSeen
                   " FILE " function trim(seenFileName)
               move 1 to seenMissing
           else
               move zero to eofFile
               perform until eofFile is equal to 1
                   read seenFile into seenRecordIn
                       at end move 1 to eofFile
                       not at end
                           if siNum is numeric
                               move siNum to nsNum
                               move 'C' to nsSource
                               release numSortRec
                           end-if
                   end-read
               end-perform
               close seenFile
           end-if.
           move 'U' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.

           open input issuregFile.
           if fsIssureg is not equal to "00"
               move 1 to registerMissing
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read issuregFile into issuregRecordIn
                   at end move 1 to eofFile
                   not at end perform releaseOneIssue
               end-read
           end-perform.
           close issuregFile.

    *>    a voided issue gave nothing away: the number is free again
    *>    and the issue doesn't count toward the rate.
       releaseOneIssue.
           if igNum is not numeric or igVoidFlag is equal to 'V'
               exit paragraph
           end-if.
           move igNum to nsNum.
           move 'I' to nsSource.
           release numSortRec.
           if igDate is not numeric
               exit paragraph
           end-if.
           if igDate is less than rateFromDate
               exit paragraph
           end-if.
           add 1 to allRate.
           move igNum to lookupNum.
           perform findBlock.
           if blkFound is not equal to zero
               add 1 to blkRate(blkFound)
           end-if.
           move igDept to dptKey.
           if dptKey is equal to spaces
               move "UNKNOWN " to dptKey
           end-if.
           perform findDepartment.
           if dptFound is not equal to zero
               add 1 to dptRate(dptFound)
           end-if.

       countByNumber.
           move zero to eofSort.
           perform until eofSort is equal to 1
               return sortByNum
                   at end move 1 to eofSort
                   not at end perform takeOneNumber
               end-return
           end-perform.
           if breakOpen is equal to 1
               perform countOneNumber
           end-if.

       takeOneNumber.
           if breakOpen is equal to 1 and nsNum is not equal to breakNum
               perform countOneNumber
               move zero to breakOpen
           end-if.
           if breakOpen is equal to zero
               move nsNum to breakNum
               move 1 to breakOpen
               move zero to onSeen
               move zero to onIssued
           end-if.
           if nsSource is equal to 'C'
               move 1 to onSeen
           else
               move 1 to onIssued
           end-if.

    *>    a number counts once: consumed if it has come back through
    *>    classification, otherwise outstanding against its issue.
       countOneNumber.
           move breakNum to lookupNum.
           perform findBlock.
           if onSeen is equal to 1
               add 1 to allConsumed
               if blkFound is not equal to zero
                   add 1 to blkConsumed(blkFound)
               end-if
           else
               add 1 to allOutstanding
               if blkFound is not equal to zero
                   add 1 to blkOutstanding(blkFound)
               end-if
           end-if.
           if blkFound is equal to zero and blkCount > zero
               add 1 to unblockedCount
           end-if.

    *>    days to exhaustion: free numbers at the yearly rate. no
    *>    issuance in a year projects nothing; past a century it's
    *>    reported as such rather than as a date.
       projectExhaustion.
           move spaces to pjFlag.
           if pjFree is equal to zero
               move 'EXHAUSTED' to pjText
               move '***' to pjFlag
               exit paragraph
           end-if.
           if pjRate is equal to zero
               move 'NO ISSUE' to pjText
               exit paragraph
           end-if.
           compute pjDays = pjFree * 365 / pjRate.
           if pjDays is greater than 36500
               move '>100 YEARS' to pjText
               exit paragraph
           end-if.
           move function date-of-integer(
               function integer-of-date(riDate) + pjDays) to pjText.
           if pjDays is not greater than horizonDays
               move '***' to pjFlag
           end-if.

       reportBlocks.
           if blkCount is equal to zero
               exit paragraph
           end-if.
           move 'ALLOCATION BLOCKS' to slText.
           write outLine from sectionLine after advancing 1 line.
           write outLine from blockHeadingLine after advancing 1 line.
           perform varying blkIdx from 1 by 1
                   until blkIdx is greater than blkCount
               if blkConsumed(blkIdx) + blkOutstanding(blkIdx)
                       + blkReserved(blkIdx) < blkCapacity(blkIdx)
                   compute blkFree(blkIdx) = blkCapacity(blkIdx)
                       - blkConsumed(blkIdx) - blkOutstanding(blkIdx)
                       - blkReserved(blkIdx)
               else
                   move zero to blkFree(blkIdx)
               end-if
               move blkDept(blkIdx) to dptKey
               perform findDepartment
               if dptFound is not equal to zero
                   add blkFree(blkIdx) to dptFree(dptFound)
               end-if
               move blkFree(blkIdx) to pjFree
               move blkRate(blkIdx) to pjRate
               perform projectExhaustion
               move blkDept(blkIdx) to bdDept
               move blkLow(blkIdx) to bdLow
               move blkHigh(blkIdx) to bdHigh
               move blkCapacity(blkIdx) to bdCapacity
               move blkConsumed(blkIdx) to bdConsumed
               move blkOutstanding(blkIdx) to bdOutstanding
               move blkReserved(blkIdx) to bdReserved
               move blkFree(blkIdx) to bdFree
               move blkRate(blkIdx) to bdRate
               move pjText to bdExhausts
               move pjFlag to bdFlag
               write outLine from blockDetailLine after advancing 1 line
               if pjFlag is not equal to spaces
                   add 1 to flaggedCount
                   if flaggedName is equal to spaces
                       string "BLOCK " delimited by size
                              blkDept(blkIdx) delimited by space
                          into flaggedName
                   end-if
               end-if
           end-perform.
           write outLine from blankLine after advancing 1 line.

    *>    a department's blocks taken together against the numbers it
    *>    asked for; a department drawing numbers with no block is
    *>    shown but can't be projected.
       reportDepartments.
           if dptCount is equal to zero
               exit paragraph
           end-if.
           move 'DEPARTMENTS' to slText.
           write outLine from sectionLine after advancing 1 line.
           write outLine from deptHeadingLine after advancing 1 line.
           perform varying dptIdx from 1 by 1
                   until dptIdx is greater than dptCount
               move spaces to ddNote
               move dptCode(dptIdx) to ddDept
               move dptBlocks(dptIdx) to ddBlocks
               move dptCapacity(dptIdx) to ddCapacity
               move dptFree(dptIdx) to ddFree
               move dptRate(dptIdx) to ddRate
               if dptBlocks(dptIdx) is equal to zero
                   move spaces to ddExhausts
                   move spaces to ddFlag
                   move 'NO BLOCK ON FILE' to ddNote
               else
                   move dptFree(dptIdx) to pjFree
                   move dptRate(dptIdx) to pjRate
                   perform projectExhaustion
                   move pjText to ddExhausts
                   move pjFlag to ddFlag
                   if pjFlag is not equal to spaces
                       add 1 to flaggedCount
                       if flaggedName is equal to spaces
                           string "DEPT " delimited by size
                                  dptCode(dptIdx) delimited by space
                              into flaggedName
                       end-if
                   end-if
               end-if
               write outLine from deptDetailLine after advancing 1 line
           end-perform.
           write outLine from blankLine after advancing 1 line.

       reportWholeSpace.
           move 'WHOLE TEN-DIGIT SPACE' to slText.
           write outLine from sectionLine after advancing 1 line.
           if allConsumed + allOutstanding + allReserved < allCapacity
               compute allFree = allCapacity - allConsumed
                   - allOutstanding - allReserved
           else
               move zero to allFree
           end-if.
           move spaces to clText.
           move 'CAPACITY (ISSUABLE NUMBERS)' to clLabel.
           move allCapacity to clCount.
           write outLine from countLine after advancing 1 line.
           move 'CONSUMED (ON PRIMES.SEEN)' to clLabel.
           move allConsumed to clCount.
           write outLine from countLine after advancing 1 line.
           move 'ISSUED, NOT YET RECEIVED' to clLabel.
           move allOutstanding to clCount.
           write outLine from countLine after advancing 1 line.
           move 'RESERVED' to clLabel.
           move allReserved to clCount.
           write outLine from countLine after advancing 1 line.
           move 'FREE' to clLabel.
           move allFree to clCount.
           write outLine from countLine after advancing 1 line.
           move allFree to pjFree.
           move allRate to pjRate.
           perform projectExhaustion.
           move 'ISSUED IN THE LAST 12 MONTHS' to clLabel.
           move allRate to clCount.
           move spaces to clText.
           string "EXHAUSTS " delimited by size
                  pjText delimited by size
                  " " delimited by size
                  pjFlag delimited by size
               into clText.
           write outLine from countLine after advancing 1 line.
           if pjFlag is not equal to spaces
               add 1 to flaggedCount
               if flaggedName is equal to spaces
                   move "WHOLE SPACE" to flaggedName
               end-if
           end-if.
           if unblockedCount is greater than zero
               move 'NUMBERS IN USE OUTSIDE ANY BLOCK' to clLabel
               move unblockedCount to clCount
               move spaces to clText
               write outLine from countLine after advancing 1 line
           end-if.
