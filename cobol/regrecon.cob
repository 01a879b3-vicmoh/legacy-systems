    *>    monthly full-file reconciliation against the registry's
    *>    master: regack.cob proves each night's extract was
    *>    acknowledged, but nothing ever proved the registry's copy and
    *>    classmst.dat still agree -- backouts, restatements and edits
    *>    made on the registry's side drift them apart a record at a
    *>    time. once a month the registry sends a full dump of what it
    *>    holds under our sender id. this program matches that dump
    *>    against the classification master by allocation number and
    *>    reports numbers only the registry holds, numbers only we
    *>    hold, and numbers where the classification or the lot
    *>    disagrees, with a record count and hash total for each side.
    *>
    *>    a dump from another sender, or one that doesn't add up to
    *>    its own trailer, is refused whole (return code 8) and the
    *>    worklist is left as it stands. otherwise every discrepancy
    *>    lands on the worklist, regrecon.dat, where an operator clears
    *>    it in regcor.cob with a note: a new one opens, one still open
    *>    is re-dated, one cleared stays cleared while the two sides
    *>    still say what they said when it was cleared (and reopens if
    *>    either moves), and an open one a later dump no longer shows
    *>    is marked resolved. numbers our master first took on or after
    *>    the dump's date can't be on it yet; they are counted as in
    *>    flight and left off the worklist. open worklist items flag
    *>    the run with return code 4.
    *>
    *>    the registry's dump record shapes:
    *>      RMHD sender(8) dump date(8)
    *>      RMST number(10) class(1: P prime / C composite / I illegal)
    *>           lot(10)
    *>      RMTR count(9) hash(13)
       identification division.
       program-id. regrecon.

       environment division.
       configuration section.
       input-output section.
       file-control.
       select dumpFile assign to dynamic dumpFileName
           organization is line sequential
           file status is fsDump.
       select masterFile assign to dynamic masterFileName
           organization is indexed
           access mode is dynamic
           record key is masterNum
           file status is fsMaster.
       select reportFile assign to dynamic reportFileName
           organization is line sequential
           file status is fsReport.
       select workFile assign to dynamic workFileName
           organization is line sequential
           file status is fsWork.
       select sortByNum assign to "regrecon-numwk".

       data division.
       file section.
         fd dumpFile.
             01 dumpLine pic x(80).
    *>    mstupdt.cob's master record layout, byte for byte.
         fd masterFile.
             01 masterRecord.
                 02 masterNum pic 9(10).
                 02 masterClassification pic x(15).
                 02 masterFactor pic s9(10).
                 02 masterLot pic x(10).
                 02 masterCardDate pic 9(8).
                 02 masterFirstDate pic 9(8).
                 02 masterFirstJob pic x(8).
                 02 masterLastDate pic 9(8).
                 02 masterLastJob pic x(8).
         fd reportFile.
             01 outLine pic x(9999) value spaces.
         fd workFile.
             01 workLine pic x(120).
         sd sortByNum.
             01 numSortRec.
                 02 nsNum pic 9(10).
                 02 nsClass pic x.
                 02 nsLot pic x(10).

       working-storage section.
           77 dumpFileName pic x(99) value "./regdump.dat".
           77 masterFileName pic x(99)
               value "./cobol/assets/classmst.dat".
           77 reportFileName pic x(99) value "./regrecon.out".
           77 workFileName pic x(99)
               value "./cobol/assets/regrecon.dat".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsDump pic xx.
           77 fsMaster pic xx.
           77 fsReport pic xx.
           77 fsWork pic xx.
           77 eofFile pic 9.
           77 eofSort pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
    *>    the sender id the registry knows this shop by, regext.cob's.
           77 senderId pic x(8) value 'PRIMESHP'.
    *>    the dump as read: its header, its details' own count and
    *>    hash, and what its trailer claims. dumpRefused carries why a
    *>    dump was turned away, spaces when it was taken.
           77 dumpHeaderSeen pic 9 value zero.
           77 dumpTrailerSeen pic 9 value zero.
           77 dumpSender pic x(8) value spaces.
           77 dumpDate pic 9(8) value zero.
           77 dumpRefused pic x(40) value spaces.
           77 headingWritten pic 9 value zero.
           77 theirCount pic 9(9) value zero.
           77 theirHash pic 9(13) value zero.
           77 trailerCount pic 9(9) value zero.
           77 trailerHash pic 9(13) value zero.
           77 dumpSkipped pic 9(9) value zero.
    *>    our side: every master record, counted and hashed the way
    *>    mstcopy.cob hashes its image, whether or not it matched.
           77 ourCount pic 9(9) value zero.
           77 ourHash pic 9(13) value zero.
           77 hashNum pic 9(10).
    *>    the master stream, advanced in step with the number-sorted
    *>    dump -- issueage.cob's balanced read.
           77 masterEof pic 9 value zero.
           77 ourClass pic x.
           77 classSource pic x(15).
           77 classCode pic x.
    *>    the match's findings.
           77 matchedCount pic 9(9) value zero.
           77 theirsOnlyCount pic 9(9) value zero.
           77 oursOnlyCount pic 9(9) value zero.
           77 classDiffCount pic 9(9) value zero.
           77 lotDiffCount pic 9(9) value zero.
           77 inFlightCount pic 9(9) value zero.
           77 discrepancyCount pic 9(9) value zero.
    *>    one discrepancy as found, before it goes onto the worklist.
           77 fdNum pic 9(10).
           77 fdType pic x.
           77 fdOurClass pic x.
           77 fdOurLot pic x(10).
           77 fdTheirClass pic x.
           77 fdTheirLot pic x(10).
    *>    the worklist in memory, rewritten whole at the end of the
    *>    run the way regack.cob treats regopen.dat. itSeen marks the
    *>    items this dump found again.
           77 itemCount pic 9(4) value zero.
           77 itemIdx pic 9(4).
           77 itemFound pic 9(4).
           77 itemOverflow pic 9 value zero.
       01 itemTable.
           02 itemEntry occurs 5000 times.
               03 itLine pic x(120).
               03 itSeen pic x.
           77 itemsOpened pic 9(9) value zero.
           77 itemsReopened pic 9(9) value zero.
           77 itemsStillOpen pic 9(9) value zero.
           77 itemsStillCleared pic 9(9) value zero.
           77 itemsResolved pic 9(9) value zero.
           77 openItemTotal pic 9(9) value zero.
       COPY reconwk REPLACING RECON-RECORD BY reconRecord
                              RECON-NUM BY rwNum
                              RECON-TYPE BY rwType
                              RECON-OUR-CLASS BY rwOurClass
                              RECON-OUR-LOT BY rwOurLot
                              RECON-THEIR-CLASS BY rwTheirClass
                              RECON-THEIR-LOT BY rwTheirLot
                              RECON-FIRST-DATE BY rwFirstDate
                              RECON-LAST-DATE BY rwLastDate
                              RECON-STATE BY rwState
                              RECON-CLEAR-DATE BY rwClearDate
                              RECON-OPERATOR BY rwOperator
                              RECON-NOTE BY rwNote.
    *>    completion record for the console status board.
           77 rsProgram pic x(9) value 'REGRECON'.
           77 rsRc pic s9(4).
    *>    the registry's dump layouts.
       01 dumpRecordIn.
           02 dmMarker pic x(4).
           02 dmNum pic x(10).
           02 dmClass pic x.
           02 dmLot pic x(10).
           02 filler pic x(55).
       01 dumpHeaderIn redefines dumpRecordIn.
           02 filler pic x(4).
           02 dhSender pic x(8).
           02 dhDate pic x(8).
           02 filler pic x(60).
       01 dumpTrailerIn redefines dumpRecordIn.
           02 filler pic x(4).
           02 dtCount pic x(9).
           02 dtHash pic x(13).
           02 filler pic x(54).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(40) value
               'REGISTRY MASTER RECONCILIATION'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
       01 runInfoLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(9) value 'RUN DATE '.
           02 riOutDate pic 9(8).
           02 filler pic x(7) value '  TIME '.
           02 riOutTime pic 9(8).
           02 filler pic x(12) value '  DUMP DATE '.
           02 riOutDumpDate pic 9(8).
           02 filler pic x(9) value '  SENDER '.
           02 riOutSender pic x(8).
       01 blankLine.
           02 filler pic x value space.
       01 refusedLine.
           02 filler pic x value space.
           02 filler pic x(15) value 'DUMP REFUSED: '.
           02 rfReason pic x(40).
       01 columnLine.
           02 filler pic x(3) value spaces.
           02 filler pic x(41) value
               'NUMBER     DISCREPANCY          OURS     '.
           02 filler pic x(27) value
               '     REGISTRY      WORKLIST'.
       01 discrepancyLine.
           02 filler pic x(3) value spaces.
           02 dlNum pic 9(10).
           02 filler pic x value space.
           02 dlType pic x(20).
           02 filler pic x value space.
           02 dlOurClass pic x.
           02 filler pic x value space.
           02 dlOurLot pic x(10).
           02 filler pic x(2) value spaces.
           02 dlTheirClass pic x.
           02 filler pic x value space.
           02 dlTheirLot pic x(10).
           02 filler pic x(2) value spaces.
           02 dlWork pic x(16).
       01 allClearLine.
           02 filler pic x value space.
           02 filler pic x(48) value
               'THE REGISTRY DUMP AND THE MASTER AGREE IN FULL'.
       01 totalsHeadLine.
           02 filler pic x value space.
           02 filler pic x(15) value 'CONTROL TOTALS:'.
       01 totalsLine.
           02 filler pic x(3) value spaces.
           02 tlSide pic x(16).
           02 tlCount pic z(8)9.
           02 filler pic x(14) value ' RECORDS, HASH'.
           02 filler pic x value space.
           02 tlHash pic 9(13).
       01 matchHeadLine.
           02 filler pic x value space.
           02 filler pic x(6) value 'MATCH:'.
       01 matchLine.
           02 filler pic x value space.
           02 mlMatched pic z(8)9.
           02 filler pic x(10) value ' MATCHED, '.
           02 mlTheirs pic z(8)9.
           02 filler pic x(17) value ' REGISTRY ONLY, '.
           02 mlOurs pic z(8)9.
           02 filler pic x(12) value ' OURS ONLY, '.
           02 mlClass pic z(8)9.
           02 filler pic x(14) value ' CLASS DIFFS, '.
           02 mlLot pic z(8)9.
           02 filler pic x(10) value ' LOT DIFFS'.
       01 inFlightLine.
           02 filler pic x value space.
           02 flCount pic z(8)9.
           02 filler pic x(44) value
               ' IN FLIGHT, TAKEN ON SINCE THE DUMP WAS CUT'.
       01 worklistHeadLine.
           02 filler pic x value space.
           02 filler pic x(9) value 'WORKLIST:'.
       01 worklistLine.
           02 filler pic x value space.
           02 wlOpened pic z(8)9.
           02 filler pic x(9) value ' OPENED, '.
           02 wlReopened pic z(8)9.
           02 filler pic x(11) value ' REOPENED, '.
           02 wlStillOpen pic z(8)9.
           02 filler pic x(13) value ' STILL OPEN, '.
           02 wlCleared pic z(8)9.
           02 filler pic x(16) value ' STILL CLEARED, '.
           02 wlResolved pic z(8)9.
           02 filler pic x(9) value ' RESOLVED'.
       01 openTotalLine.
           02 filler pic x value space.
           02 otCount pic z(8)9.
           02 filler pic x(35) value
               ' ITEMS OPEN ON THE WORKLIST'.

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept envOverride from environment "REGRECON_INPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to dumpFileName
           end-if.
           call 'RGNCHK' using dumpFileName, runRegion.
           accept envOverride from environment "CLASSMST_DD".
           if envOverride is not equal to spaces
               move envOverride to masterFileName
           end-if.
           call 'RGNCHK' using masterFileName, runRegion.
           accept envOverride from environment "REGRECON_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           accept envOverride from environment "REGRECON_WORK_DD".
           if envOverride is not equal to spaces
               move envOverride to workFileName
           end-if.
           call 'RGNCHK' using workFileName, runRegion.
           accept envOverride from environment "REGEXT_SENDER_DD".
           if envOverride is not equal to spaces
               move envOverride to senderId
           end-if.
           open input dumpFile.
           if fsDump is not equal to "00"
               display "REGISTRY DUMP NOT AVAILABLE, STATUS " fsDump
                   " FILE " function trim(dumpFileName)
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           open input masterFile.
           if fsMaster is not equal to "00"
               display "MASTER NOT AVAILABLE, STATUS " fsMaster
                   " FILE " function trim(masterFileName)
               close dumpFile
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           open output reportFile.
           if fsReport is not equal to "00"
               display "FILE OPEN FAILURE, REPORT STATUS " fsReport
                   " FILE " function trim(reportFileName)
               close dumpFile
               close masterFile
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform loadWorklist.
    *>    the dump by number, proven against its own header and
    *>    trailer on the way in; the merge against the master only
    *>    runs on a dump that was taken.
           sort sortByNum on ascending key nsNum
               input procedure is releaseDump
               output procedure is mergeAgainstMaster.
           close dumpFile.
           close masterFile.
           perform writeReportHeading.
           if dumpRefused is not equal to spaces
               move dumpRefused to rfReason
               write outLine from refusedLine after advancing 1 line
               close reportFile
               display "REGISTRY DUMP REFUSED: "
                   function trim(dumpRefused)
                   " -- WORKLIST LEFT AS IT STANDS."
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           if dumpSkipped is greater than zero
               display dumpSkipped " UNRECOGNISED RECORDS ON THE DUMP "
                   "PASSED OVER."
           end-if.
           perform resolveUnseenItems.
           perform rewriteWorklist.
           perform writeReportBody.
           close reportFile.
           display "REGISTRY RECONCILIATION COMPLETE: " matchedCount
               " MATCHED, " discrepancyCount " DISCREPANCIES, "
               openItemTotal " OPEN ON THE WORKLIST.".
           if openItemTotal is greater than zero
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           call 'RUNSTAT' using rsProgram, rsRc, theirCount,
               discrepancyCount.
           move rsRc to return-code.

       loadWorklist.
           open input workFile.
           if fsWork is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read workFile
                   at end move 1 to eofFile
                   not at end
                       if itemCount is less than 5000
                           add 1 to itemCount
                           move workLine to itLine(itemCount)
                           move 'N' to itSeen(itemCount)
                       else
                           move 1 to itemOverflow
                           move 1 to eofFile
                       end-if
               end-read
           end-perform.
           close workFile.

       releaseDump.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read dumpFile
                   at end move 1 to eofFile
                   not at end perform releaseOneDumpRecord
               end-read
           end-perform.
           if dumpHeaderSeen is equal to zero
               move 'NO RMHD HEADER RECORD' to dumpRefused
           else if dumpSender is not equal to senderId
               move 'SENT FOR ANOTHER SENDER ID' to dumpRefused
           else if dumpDate is equal to zero
               move 'NO DUMP DATE ON THE RMHD HEADER' to dumpRefused
           else if dumpTrailerSeen is equal to zero
               move 'NO RMTR TRAILER RECORD' to dumpRefused
           else if trailerCount is not equal to theirCount
                   or trailerHash is not equal to theirHash
               move 'DETAILS DO NOT AGREE WITH THE TRAILER'
                   to dumpRefused
           end-if.

       releaseOneDumpRecord.
           move dumpLine to dumpRecordIn.
           if dmMarker is equal to 'RMHD'
               move 1 to dumpHeaderSeen
               move dhSender to dumpSender
               if dhDate is numeric
                   move dhDate to dumpDate
               end-if
           else if dmMarker is equal to 'RMTR'
               move 1 to dumpTrailerSeen
               if dtCount is numeric and dtHash is numeric
                   move dtCount to trailerCount
                   move dtHash to trailerHash
               end-if
           else if dmMarker is equal to 'RMST' and dmNum is numeric
               add 1 to theirCount
               move dmNum to hashNum
               compute theirHash = function mod(
                   theirHash + hashNum, 10000000000000)
               move hashNum to nsNum
               move dmClass to nsClass
               move dmLot to nsLot
               release numSortRec
           else
               add 1 to dumpSkipped
           end-if.

    *>    both streams ascend, so the merge only ever moves forward:
    *>    master records the dump passes by are ours alone, a dump
    *>    number the master passes by is the registry's alone, and
    *>    equal numbers are compared field for field.
       mergeAgainstMaster.
           if dumpRefused is not equal to spaces
               exit paragraph
           end-if.
           if itemOverflow is equal to 1
               display "WORKLIST LARGER THAN 5000, DISCREPANCIES "
                   "REPORTED BUT THE WORKLIST LEFT AS IT STANDS."
           end-if.
           perform readMasterRecord.
           move zero to eofSort.
           perform until eofSort is equal to 1
               return sortByNum
                   at end move 1 to eofSort
                   not at end perform matchOneDumpRecord
               end-return
           end-perform.
           perform until masterEof is equal to 1
               perform noteOursOnly
               perform readMasterRecord
           end-perform.

       matchOneDumpRecord.
           perform until masterEof is equal to 1
                   or masterNum is not less than nsNum
               perform noteOursOnly
               perform readMasterRecord
           end-perform.
           if masterEof is equal to zero
                   and masterNum is equal to nsNum
               perform compareOneNumber
               perform readMasterRecord
               exit paragraph
           end-if.
           add 1 to theirsOnlyCount.
           move nsNum to fdNum.
           move 'T' to fdType.
           move space to fdOurClass.
           move spaces to fdOurLot.
           move nsClass to fdTheirClass.
           move nsLot to fdTheirLot.
           perform recordDiscrepancy.

       compareOneNumber.
           perform masterClassCode.
           if ourClass is equal to nsClass
                   and masterLot is equal to nsLot
               add 1 to matchedCount
               exit paragraph
           end-if.
           if ourClass is not equal to nsClass
               add 1 to classDiffCount
               if masterLot is not equal to nsLot
                   add 1 to lotDiffCount
                   move 'B' to fdType
               else
                   move 'C' to fdType
               end-if
           else
               add 1 to lotDiffCount
               move 'L' to fdType
           end-if.
           move nsNum to fdNum.
           move ourClass to fdOurClass.
           move masterLot to fdOurLot.
           move nsClass to fdTheirClass.
           move nsLot to fdTheirLot.
           perform recordDiscrepancy.

    *>    a number first classified on or after the dump's date went
    *>    out after the registry cut it; that is timing, not drift.
       noteOursOnly.
           if masterFirstDate is not less than dumpDate
               add 1 to inFlightCount
               exit paragraph
           end-if.
           add 1 to oursOnlyCount.
           perform masterClassCode.
           move masterNum to fdNum.
           move 'O' to fdType.
           move ourClass to fdOurClass.
           move masterLot to fdOurLot.
           move space to fdTheirClass.
           move spaces to fdTheirLot.
           perform recordDiscrepancy.

       readMasterRecord.
           read masterFile next record
               at end move 1 to masterEof
               not at end
                   add 1 to ourCount
                   move masterNum to hashNum
                   compute ourHash = function mod(
                       ourHash + hashNum, 10000000000000)
           end-read.

    *>    the registry's class codes, regext.cob's mapping.
       masterClassCode.
           move masterClassification to classSource.
           perform registryClassCode.
           move classCode to ourClass.

       registryClassCode.
           if classSource is equal to "PRIME"
               move 'P' to classCode
           else if classSource is equal to "NOT A PRIME"
               move 'C' to classCode
           else
               move 'I' to classCode
           end-if
           end-if.

    *>    the discrepancy onto the worklist -- opened, re-dated, left
    *>    cleared or reopened -- and onto the report with where it now
    *>    stands.
       recordDiscrepancy.
           add 1 to discrepancyCount.
           move zero to itemFound.
           perform varying itemIdx from 1 by 1
                   until itemIdx is greater than itemCount
               move itLine(itemIdx) to reconRecord
               if rwNum is equal to fdNum
                   move itemIdx to itemFound
                   exit perform
               end-if
           end-perform.
           if itemOverflow is equal to 1
               move 'NOT KEPT' to dlWork
           else if itemFound is equal to zero
               if itemCount is equal to 5000
                   move 'NOT KEPT, FULL' to dlWork
               else
                   move spaces to reconRecord
                   move fdNum to rwNum
                   move riDate to rwFirstDate
                   move zero to rwClearDate
                   add 1 to itemCount
                   move itemCount to itemFound
                   perform openWorklistItem
                   move 'OPENED' to dlWork
                   add 1 to itemsOpened
               end-if
           else
               move itLine(itemFound) to reconRecord
               if rwState is equal to 'C'
                       and rwType is equal to fdType
                       and rwOurClass is equal to fdOurClass
                       and rwOurLot is equal to fdOurLot
                       and rwTheirClass is equal to fdTheirClass
                       and rwTheirLot is equal to fdTheirLot
                   move riDate to rwLastDate
                   move 'CLEARED ' to dlWork
                   move rwClearDate to dlWork(9:8)
                   add 1 to itemsStillCleared
               else if rwState is equal to 'O'
                   perform openWorklistItem
                   move 'STILL OPEN' to dlWork
                   add 1 to itemsStillOpen
               else
                   move riDate to rwFirstDate
                   move zero to rwClearDate
                   move spaces to rwOperator
                   move spaces to rwNote
                   perform openWorklistItem
                   move 'REOPENED' to dlWork
                   add 1 to itemsReopened
               end-if
           end-if.
           if itemFound is not equal to zero
                   and itemOverflow is equal to zero
               move reconRecord to itLine(itemFound)
               move 'Y' to itSeen(itemFound)
           end-if.
           perform writeDiscrepancyLine.

       openWorklistItem.
           move fdType to rwType.
           move fdOurClass to rwOurClass.
           move fdOurLot to rwOurLot.
           move fdTheirClass to rwTheirClass.
           move fdTheirLot to rwTheirLot.
           move riDate to rwLastDate.
           move 'O' to rwState.

       writeDiscrepancyLine.
           if discrepancyCount is equal to 1
               perform writeReportHeading
               write outLine from columnLine after advancing 1 line
           end-if.
           move fdNum to dlNum.
           evaluate fdType
               when 'T' move 'REGISTRY ONLY' to dlType
               when 'O' move 'OURS ONLY' to dlType
               when 'C' move 'CLASS DIFFERS' to dlType
               when 'L' move 'LOT DIFFERS' to dlType
               when other move 'CLASS AND LOT DIFFER' to dlType
           end-evaluate.
           move fdOurClass to dlOurClass.
           move fdOurLot to dlOurLot.
           move fdTheirClass to dlTheirClass.
           move fdTheirLot to dlTheirLot.
           write outLine from discrepancyLine after advancing 1 line.

    *>    an item still open that this dump no longer shows was put
    *>    right on one side or the other since it was found.
       resolveUnseenItems.
           if itemOverflow is equal to 1
               exit paragraph
           end-if.
           perform varying itemIdx from 1 by 1
                   until itemIdx is greater than itemCount
               if itSeen(itemIdx) is not equal to 'Y'
                   move itLine(itemIdx) to reconRecord
                   if rwState is equal to 'O'
                       move 'R' to rwState
                       move riDate to rwClearDate
                       move 'RECON' to rwOperator
                       move 'NO LONGER ON THE DUMP' to rwNote
                       move reconRecord to itLine(itemIdx)
                       add 1 to itemsResolved
                   end-if
               end-if
               move itLine(itemIdx) to reconRecord
               if rwState is equal to 'O'
                   add 1 to openItemTotal
               end-if
           end-perform.

       rewriteWorklist.
           if itemOverflow is equal to 1 or itemCount is equal to zero
               exit paragraph
           end-if.
           open output workFile.
           if fsWork is not equal to "00"
               display "WORKLIST WRITE FAILURE, STATUS " fsWork
                   " FILE " function trim(workFileName)
               exit paragraph
           end-if.
           perform varying itemIdx from 1 by 1
                   until itemIdx is greater than itemCount
               write workLine from itLine(itemIdx)
           end-perform.
           close workFile.

    *>    the heading goes out with the first discrepancy, or after the
    *>    match when there were none; written once either way.
       writeReportHeading.
           if headingWritten is equal to 1
               exit paragraph
           end-if.
           move 1 to headingWritten.
           move riDate to riOutDate.
           move riTime to riOutTime.
           move dumpDate to riOutDumpDate.
           move dumpSender to riOutSender.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
           write outLine from blankLine after advancing 1 line.

       writeReportBody.
           if discrepancyCount is equal to zero
               write outLine from allClearLine after advancing 1 line
           end-if.
           write outLine from blankLine after advancing 1 line.
           write outLine from totalsHeadLine after advancing 1 line.
           move 'OUR MASTER' to tlSide.
           move ourCount to tlCount.
           move ourHash to tlHash.
           write outLine from totalsLine after advancing 1 line.
           move 'REGISTRY DUMP' to tlSide.
           move theirCount to tlCount.
           move theirHash to tlHash.
           write outLine from totalsLine after advancing 1 line.
           move 'DUMP TRAILER' to tlSide.
           move trailerCount to tlCount.
           move trailerHash to tlHash.
           write outLine from totalsLine after advancing 1 line.
           write outLine from blankLine after advancing 1 line.
           write outLine from matchHeadLine after advancing 1 line.
           move matchedCount to mlMatched.
           move theirsOnlyCount to mlTheirs.
           move oursOnlyCount to mlOurs.
           move classDiffCount to mlClass.
           move lotDiffCount to mlLot.
           write outLine from matchLine after advancing 1 line.
           if inFlightCount is greater than zero
               move inFlightCount to flCount
               write outLine from inFlightLine after advancing 1 line
           end-if.
           write outLine from blankLine after advancing 1 line.
           write outLine from worklistHeadLine after advancing 1 line.
           move itemsOpened to wlOpened.
           move itemsReopened to wlReopened.
           move itemsStillOpen to wlStillOpen.
           move itemsStillCleared to wlCleared.
           move itemsResolved to wlResolved.
           write outLine from worklistLine after advancing 1 line.
           move openItemTotal to otCount.
           write outLine from openTotalLine after advancing 1 line.
