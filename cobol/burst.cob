    *>    sections. the full primes.out stays exactly as it is for
    *>    operations. the detail is cut from the same decisions
    *>    primes2.cob wrote to its audit log, the rows that carry the
    *>    lot id. on a night restate.cob moved standing answers under
    *>    an approved PRIMECFG change, each receiving department whose
    *>    lots moved also gets a restatement notice, lot by lot, in a
    *>    file of its own beside its burst. a lot a supervisor has put
    *>    on hold through lothold.cob is left out of its department's
    *>    burst; its rows wait on a withheld file of their own and come
    *>    out under their own heading in the first burst after the lot
    *>    is released. its restated answers likewise stay off the
    *>    notice while it is held and go on the notice of the burst
    *>    dated the day the hold is lifted.
       identification division.
       program-id. burst.

       select burstFile assign to dynamic burstFileName
           organization is line sequential
           file status is fsBurst.
    *>    restate.cob's restatement history, sorted by department, lot
    *>    and number for the notices -- the same SORT machinery
    *>    issueage.cob groups its print with.
       select historyFile assign to dynamic historyFileName
           organization is line sequential
           file status is fsHistory.
       select noticeSort assign to "burst-rstwk".
    *>    lothold.cob's holds, and the rows held back for them; the
    *>    withheld file is rebuilt through a work file copied back over
    *>    it, the same install regext.cob uses.
       select holdFile assign to dynamic holdFileName
           organization is line sequential
           file status is fsHold.
       select heldFile assign to dynamic heldFileName
           organization is line sequential
           file status is fsHeld.
       select heldWorkFile assign to dynamic heldWorkFileName
           organization is line sequential
           file status is fsHeldWork.

       data division.
       file section.
             01 auditLine pic x(80).
         fd burstFile.
             01 outLine pic x(9999) value spaces.
         fd historyFile.
             01 historyLine pic x(130).
         fd holdFile.
             01 holdLine pic x(80).
         fd heldFile.
             01 heldLine pic x(80).
         fd heldWorkFile.
             01 heldWorkLine pic x(80).
         sd noticeSort.
             01 noticeSortRec.
                 02 nsDept pic x(8).
                 02 nsLot pic x(10).
                 02 nsNum pic 9(10).
                 02 nsPrior pic x(15).
                 02 nsNew pic x(15).
                 02 nsProposal pic 9(6).

       working-storage section.
           77 deptFileName pic x(99)
    *>    department code appended, e.g. ./burst.REGISTRY.
           77 burstPrefix pic x(60) value "./burst".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsDept pic xx.
           77 fsDist pic xx.
           77 fsAudit pic xx.
           77 fsBurst pic xx.
           77 historyFileName pic x(99)
               value "./cobol/assets/mstrst.dat".
           77 fsHistory pic xx.
           77 eofSort pic 9.
           77 eofFile pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 hashCardNum pic 9(10).
           77 deptFilesWritten pic 9(9) value zero.
           77 totalRowsBurst pic 9(9) value zero.
    *>    the restatement notices: the department and lot being
    *>    written, and what has gone out.
           77 noticeDept pic x(8).
           77 noticeLot pic x(10).
           77 noticeOpen pic 9 value zero.
           77 noticeLotCount pic 9(9).
           77 noticeRowsOut pic 9(9) value zero.
           77 noticeFilesWritten pic 9(9) value zero.
           77 inDistribution pic 9.
    *>    lots on hold: the holds in force, the withheld file, and the
    *>    rows released tonight, carried in memory so each department's
    *>    pass can put its own behind the night's rows. a release that
    *>    finds the table full stays withheld for the next burst.
           77 holdFileName pic x(99)
               value "./cobol/assets/lothold.dat".
           77 heldFileName pic x(99)
               value "./cobol/assets/brstheld.dat".
           77 heldWorkFileName pic x(99).
           77 fsHold pic xx.
           77 fsHeld pic xx.
           77 fsHeldWork pic xx.
           77 eofHeld pic 9.
           77 heldQueueOpen pic 9 value zero.
    *>    a held row that can't be queued, or a withheld file that
    *>    can't be put back, is a row that would never go out after
    *>    the release; and a hold the table has no room for would let
    *>    a held lot's rows out. either ends the run 8 with an alert.
           77 heldFailure pic 9 value zero.
           77 holdTableFull pic 9 value zero.
           77 awSeverity pic x.
           77 awMessage pic x(60).
           77 withheldRows pic 9(9) value zero.
           77 releasedRows pic 9(9) value zero.
           77 deptReleasedCount pic 9(9).
           77 holdCount pic 9(4) value zero.
           77 holdIdx pic 9(4).
           77 lotOnHold pic 9.
           77 holdLotCheck pic x(10).
       01 holdTable.
           02 holdEntry occurs 500 times.
               03 htLot pic x(10).
    *>    holds lifted on the burst date, with the day each was put
    *>    on: a restatement made while its lot was held was left off
    *>    that day's notice and goes on this one instead.
           77 liftCount pic 9(4) value zero.
           77 liftIdx pic 9(4).
           77 liftedToday pic 9.
           77 heldNoticesOut pic 9(9) value zero.
       01 liftTable.
           02 liftEntry occurs 500 times.
               03 ltLot pic x(10).
               03 ltHeldFrom pic 9(8).
           77 releaseCount pic 9(4) value zero.
           77 releaseIdx pic 9(4).
       01 releaseTable.
           02 releaseEntry occurs 2000 times.
               03 rlLot pic x(10).
               03 rlNum pic x(11).
               03 rlResult pic x(15).
               03 rlCardDate pic x(8).
       COPY holdrec REPLACING HOLD-RECORD BY holdRecord
                              HOLD-LOT BY hrLot
                              HOLD-STATE BY hrState
                              HOLD-DATE BY hrDate
                              HOLD-OPERATOR BY hrOperator
                              HOLD-REASON BY hrReason
                              HOLD-RELEASE-DATE BY hrReleaseDate
                              HOLD-RELEASE-OPERATOR BY hrReleaseOperator.
       COPY heldrow REPLACING WITHHELD-RECORD BY heldRecord
                              WITHHELD-LOT BY whLot
                              WITHHELD-NUM BY whNum
                              WITHHELD-RESULT BY whResult
                              WITHHELD-ROW-DATE BY whRowDate
                              WITHHELD-CARD-DATE BY whCardDate
                              WITHHELD-CYCLE BY whCycle
                              WITHHELD-STATE BY whState
                              WITHHELD-SENT BY whSent.
       COPY rstrec REPLACING RESTATE-RECORD BY historyRecord
                             RESTATE-NUM BY rhNum
                             RESTATE-DATE BY rhDate
                             RESTATE-TIME BY rhTime
                             RESTATE-JOB BY rhJob
                             RESTATE-PROPOSAL BY rhProposalId
                             RESTATE-LOT BY rhLot
                             RESTATE-PRIOR-CLASS BY rhPriorClass
                             RESTATE-NEW-CLASS BY rhNewClass
                             RESTATE-PRIOR-FACTOR BY rhPriorFactor
                             RESTATE-NEW-FACTOR BY rhNewFactor
                             RESTATE-REG-STATE BY rhRegState
                             RESTATE-REG-DATE BY rhRegDate.
    *>    per-lot subtotals within the department pass, the same
    *>    linear-search-a-small-table shape primes2.cob uses.
           77 lotCount pic 9(4).
           02 filler pic x(5).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 tlReport pic x(23) value 'CLASSIFICATION RESULTS '.
           02 filler pic x(11) value 'DEPARTMENT '.
           02 tlDept pic x(8).
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           02 dlResult pic x(15).
           02 filler pic x(7) value ' DATED '.
           02 dlCardDate pic x(8).
       01 releasedHeadLine.
           02 filler pic x value space.
           02 filler pic x(34) value
               'RELEASED FROM HOLD, EARLIER RUNS:'.
       01 lotSubtotalLine.
           02 filler pic x value space.
           02 filler pic x(4) value 'LOT '.
           02 lsComposites pic z(8)9.
           02 filler pic x(10) value '  REJECTS '.
           02 lsRejects pic z(8)9.
       01 noticePrefaceLine.
           02 filler pic x value space.
           02 filler pic x(34) value
               'STANDING ANSWERS RESTATED ON DATE '.
           02 npDate pic 9(8).
           02 filler pic x(34) value
               ' UNDER AN APPROVED POLICY CHANGE'.
       01 noticeLotLine.
           02 filler pic x value space.
           02 filler pic x(4) value 'LOT '.
           02 nlLotId pic x(10).
       01 noticeDetailLine.
           02 filler pic x(3) value spaces.
           02 ndNum pic z(9)9.
           02 filler pic x(5) value ' WAS '.
           02 ndPrior pic x(15).
           02 filler pic x(5) value ' NOW '.
           02 ndNew pic x(15).
           02 filler pic x(10) value ' PROPOSAL '.
           02 ndProposal pic 9(6).
       01 noticeLotTotalLine.
           02 filler pic x value space.
           02 filler pic x(4) value 'LOT '.
           02 ntLotId pic x(10).
           02 filler pic x(19) value '  ANSWERS RESTATED '.
           02 ntCount pic z(8)9.
       01 deptTrailerLine.
           02 filler pic x(8) value 'TRAILER '.
           02 dtCount pic 9(9).
           if envOverride is not equal to spaces
               move envOverride to deptFileName
           end-if.
           call 'RGNCHK' using deptFileName, runRegion.
           accept envOverride from environment "DISTCTL_DD".
           if envOverride is not equal to spaces
               move envOverride to distFileName
           end-if.
           call 'RGNCHK' using distFileName, runRegion.
           accept envOverride from environment "PRIMES2_AUDIT_DD".
           if envOverride is not equal to spaces
               move envOverride to auditFileName
           end-if.
           call 'RGNCHK' using auditFileName, runRegion.
           accept envOverride from environment "MSTRST_DD".
           if envOverride is not equal to spaces
               move envOverride to historyFileName
           end-if.
           call 'RGNCHK' using historyFileName, runRegion.
           accept envOverride from environment "LOTHOLD_DD".
           if envOverride is not equal to spaces
               move envOverride to holdFileName
           end-if.
           call 'RGNCHK' using holdFileName, runRegion.
           accept envOverride from environment "BURST_HELD_DD".
           if envOverride is not equal to spaces
               move envOverride to heldFileName
           end-if.
           call 'RGNCHK' using heldFileName, runRegion.
           accept envOverride from environment "BURST_PREFIX_DD".
           if envOverride is not equal to spaces
               move envOverride to burstPrefix
               perform recordRunStatus
               goback
           end-if.
           perform loadHeldLots.
           perform releaseWithheldRows.
           perform varying distIdx from 1 by 1
                   until distIdx is greater than distCount
               move dcDept(distIdx) to thisDept
               move dcSubtotalFlag(distIdx) to thisSubtotalFlag
               perform burstOneDepartment
           end-perform.
           perform installWithheldRows.
           display "BURST COMPLETE: " deptFilesWritten
               " DEPARTMENT FILES, " totalRowsBurst " ROWS.".
           if releasedRows is greater than zero
               display "  INCLUDING " releasedRows
                   " RELEASED FROM HOLD."
           end-if.
           if withheldRows is greater than zero
               display "  " withheldRows
                   " ROWS WITHHELD FOR LOTS ON HOLD."
           end-if.
           sort noticeSort on ascending key nsDept nsLot nsNum
               input procedure is releaseRestatements
               output procedure is writeRestatementNotices.
           if noticeFilesWritten is greater than zero
               display "RESTATEMENT NOTICES: " noticeFilesWritten
                   " DEPARTMENT FILES, " noticeRowsOut " ANSWERS."
           end-if.
           if heldNoticesOut is greater than zero
               display "  " heldNoticesOut
                   " RESTATED ANSWERS WAITING ON HOLDS."
           end-if.
           if heldFailure is equal to 1 or holdTableFull is equal to 1
               move 8 to return-code
           else
               move 0 to return-code
           end-if.
           perform recordRunStatus.
           goback.

                       at end move 1 to eofFile
                       not at end
                           move deptLine to deptRecordIn
                           perform addMapEntry
                   end-read
               end-perform
               close deptFile
           end-if.

    *>    deptmst.dat carries one record per prefix per rate effective
    *>    date; the department a prefix bursts to is the same on all of
    *>    them, so the map keeps the prefix once.
       addMapEntry.
           if dmiPrefix is equal to spaces
               exit paragraph
           end-if.
           perform varying mapIdx from 1 by 1
                   until mapIdx is greater than mapCount
               if mpPrefix(mapIdx) is equal to dmiPrefix
                   exit paragraph
               end-if
           end-perform.
           if mapCount is less than 100
               add 1 to mapCount
               move dmiPrefix to mpPrefix(mapCount)
               move dmiDept to mpDept(mapCount)
           end-if.

       loadDistControl.
           open input distFile.
           if fsDist is not equal to "00"
                  "." delimited by size
                  function trim(thisDept) delimited by size
               into burstFileName.
           call 'RGNCHK' using burstFileName, runRegion.
           open output burstFile.
           if fsBurst is not equal to "00"
               display "BURST FILE OPEN FAILURE, STATUS " fsBurst
           move zero to pageNumber.
           move zero to pageLineCount.
           move thisDept to tlDept.
           move 'CLASSIFICATION RESULTS ' to tlReport.
           move riDate to riOutDate.
           move riTime to riOutTime.
           perform writePageHeader.
               display "AUDIT FILE NOT AVAILABLE, STATUS " fsAudit
                   " FILE " function trim(auditFileName)
           end-if.
           move zero to deptReleasedCount.
           perform varying releaseIdx from 1 by 1
                   until releaseIdx is greater than releaseCount
               perform burstOneReleasedRow
           end-perform.
           if thisSubtotalFlag is equal to 'Y'
                   and lotCount is greater than zero
               perform checkPageBreak
                   until mapIdx is greater than mapCount
               if mpPrefix(mapIdx) is equal to aiLot(1:3)
                       and mpDept(mapIdx) is equal to thisDept
                   move aiLot to holdLotCheck
                   perform checkLotOnHold
                   if lotOnHold is equal to 1
                       perform withholdOneRow
                   else
                       perform keepRowForDepartment
                   end-if
                   exit perform
               end-if
           end-perform.

    *>    a released row rides in the burst of the department its lot
    *>    maps to, under its own heading, counted and hashed like the
    *>    night's rows.
       burstOneReleasedRow.
           perform varying mapIdx from 1 by 1
                   until mapIdx is greater than mapCount
               if mpPrefix(mapIdx) is equal to rlLot(releaseIdx)(1:3)
                       and mpDept(mapIdx) is equal to thisDept
                   if deptReleasedCount is equal to zero
                           and thisDetailFlag is equal to 'Y'
                       perform checkPageBreak
                       write outLine from blankLine
                           after advancing 1 line
                       perform checkPageBreak
                       write outLine from releasedHeadLine
                           after advancing 1 line
                   end-if
                   add 1 to deptReleasedCount
                   move spaces to auditRecordIn
                   move rlLot(releaseIdx) to aiLot
                   move rlNum(releaseIdx) to aiNum
                   move rlResult(releaseIdx) to aiResult
                   move rlCardDate(releaseIdx) to aiCardDate
                   perform keepRowForDepartment
                   exit perform
               end-if
               end-if
           end-if.

    *>    ================================================================
    *>    lots on hold
    *>    ================================================================

    *>    a missing hold file just means nothing has ever been held.
       loadHeldLots.
           open input holdFile.
           if fsHold is not equal to "00"
               exit paragraph
           end-if.
           perform until fsHold is not equal to "00"
               read holdFile
                   at end move "10" to fsHold
                   not at end
                       move holdLine to holdRecord
                       if hrState is equal to 'H'
                               and hrLot is not equal to spaces
                           if holdCount is less than 500
                               add 1 to holdCount
                               move hrLot to htLot(holdCount)
                           else
                               move 1 to holdTableFull
                           end-if
                       end-if
                       if hrState is equal to 'R'
                               and hrReleaseDate is equal to burstDate
                               and liftCount is less than 500
                           add 1 to liftCount
                           move hrLot to ltLot(liftCount)
                           move hrDate to ltHeldFrom(liftCount)
                       end-if
               end-read
           end-perform.
           close holdFile.
    *>    more holds than the table carries: every lot is treated as
    *>    held, so nothing of a lot on hold slips out, and the run is
    *>    stopped for the table to be looked at.
           if holdTableFull is equal to 1
               display "MORE THAN 500 LOTS ON HOLD, EVERY LOT TREATED "
                   "AS HELD"
               move 'C' to awSeverity
               move "MORE THAN 500 LOTS ON HOLD, EVERY LOT TREATED AS HELD"
                   to awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
           end-if.

       checkLotOnHold.
           move zero to lotOnHold.
           perform varying holdIdx from 1 by 1
                   until holdIdx is greater than holdCount
               if htLot(holdIdx) is equal to holdLotCheck
                   move 1 to lotOnHold
                   exit perform
               end-if
           end-perform.
           if holdTableFull is equal to 1
               move 1 to lotOnHold
           end-if.

    *>    the withheld file is streamed into its work file ahead of the
    *>    department passes, which add tonight's withheld rows behind.
    *>    a row this same burst date withheld on an earlier run is
    *>    dropped -- the passes decide it again. a row whose lot is no
    *>    longer held is released tonight, as is one this same burst
    *>    date already released, so a rerun carries it again; it is
    *>    stamped sent with the burst date.
       releaseWithheldRows.
           move spaces to heldWorkFileName.
           string function trim(heldFileName) delimited by size
                  ".wrk" delimited by size
               into heldWorkFileName.
           open output heldWorkFile.
           if fsHeldWork is not equal to "00"
               display "WITHHELD WORK FILE OPEN FAILURE, STATUS "
                   fsHeldWork " FILE " function trim(heldWorkFileName)
                   ", NOTHING RELEASED FROM HOLD"
               perform heldFileFailure
               exit paragraph
           end-if.
           move 1 to heldQueueOpen.
           open input heldFile.
           if fsHeld is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofHeld.
           perform until eofHeld is equal to 1
               read heldFile
                   at end move 1 to eofHeld
                   not at end perform releaseOneWithheldRow
               end-read
           end-perform.
           close heldFile.

       releaseOneWithheldRow.
           move heldLine to heldRecord.
           if whState is equal to 'H' and whCycle is equal to burstDate
               exit paragraph
           end-if.
           move whLot to holdLotCheck.
           perform checkLotOnHold.
           if lotOnHold is equal to zero
               if whState is equal to 'H'
                       or (whState is equal to 'S'
                           and whSent is equal to burstDate)
                   if releaseCount is less than 2000
                       add 1 to releaseCount
                       move whLot to rlLot(releaseCount)
                       move whNum to rlNum(releaseCount)
                       move whResult to rlResult(releaseCount)
                       move whCardDate to rlCardDate(releaseCount)
                       add 1 to releasedRows
                       move 'S' to whState
                       move burstDate to whSent
                   end-if
               end-if
           end-if.
           write heldWorkLine from heldRecord.

    *>    a held lot's row waits on the withheld file; with the work
    *>    file unusable it is still left out, and the run ends 8 with
    *>    an alert so the stranded row is put back by hand.
       withholdOneRow.
           add 1 to withheldRows.
           if heldQueueOpen is not equal to 1
               display "LOT " aiLot " ON HOLD, NUMBER " aiNum
                   " WITHHELD BUT NOT QUEUED"
               perform heldFileFailure
               exit paragraph
           end-if.
           move spaces to heldRecord.
           move aiLot to whLot.
           move aiNum to whNum.
           move aiResult to whResult.
           move aiDate to whRowDate.
           move aiCardDate to whCardDate.
           move burstDate to whCycle.
           move 'H' to whState.
           move zero to whSent.
           write heldWorkLine from heldRecord.

       installWithheldRows.
           if heldQueueOpen is not equal to 1
               exit paragraph
           end-if.
           close heldWorkFile.
    *>    the withheld file is only opened over once its work file is
    *>    back, so a failed reopen leaves the queue as it was.
           open input heldWorkFile.
           if fsHeldWork is not equal to "00"
               display "WITHHELD FILE INSTALL FAILURE, WORK FILE STATUS "
                   fsHeldWork " FILE " function trim(heldWorkFileName)
               perform heldFileFailure
               exit paragraph
           end-if.
           open output heldFile.
           if fsHeld is not equal to "00"
               display "WITHHELD FILE INSTALL FAILURE, STATUS " fsHeld
                   " FILE " function trim(heldFileName)
               close heldWorkFile
               perform heldFileFailure
               exit paragraph
           end-if.
           move zero to eofHeld.
           perform until eofHeld is equal to 1
               read heldWorkFile
                   at end move 1 to eofHeld
                   not at end write heldLine from heldWorkLine
               end-read
           end-perform.
           close heldWorkFile.
           close heldFile.

    *>    one alert per run, however many rows it strands; the console
    *>    already has the detail.
       heldFileFailure.
           if heldFailure is equal to 1
               exit paragraph
           end-if.
           move 1 to heldFailure.
           move 'C' to awSeverity.
           move spaces to awMessage.
           string "WITHHELD ROWS NOT QUEUED ON " delimited by size
                  heldFileName delimited by space
               into awMessage.
           call 'ALERTWTR' using rsProgram, awSeverity, awMessage.

    *>    ================================================================
    *>    restatement notices
    *>    ================================================================

    *>    the burst date's restatements, each tagged with the receiving
    *>    department its lot's prefix maps to. a lot no receiving
    *>    department takes is left out, the same as its audit rows.
    *>    a missing history just means nothing was ever restated.
       releaseRestatements.
           open input historyFile.
           if fsHistory is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read historyFile
                   at end move 1 to eofFile
                   not at end
                       move historyLine to historyRecord
                       if rhDate is numeric and rhNum is numeric
                           perform selectOneRestatement
                       end-if
               end-read
           end-perform.
           close historyFile.

    *>    the burst date's restatements go out unless their lot is on
    *>    hold; an earlier one whose lot was held when it was made goes
    *>    out on the burst date that hold is lifted.
       selectOneRestatement.
           move rhLot to holdLotCheck.
           perform checkLotOnHold.
           if lotOnHold is equal to 1
               if rhDate is equal to burstDate
                   add 1 to heldNoticesOut
               end-if
               exit paragraph
           end-if.
           if rhDate is equal to burstDate
               perform releaseOneRestatement
               exit paragraph
           end-if.
           move zero to liftedToday.
           perform varying liftIdx from 1 by 1
                   until liftIdx is greater than liftCount
               if ltLot(liftIdx) is equal to rhLot
                       and rhDate is not less than ltHeldFrom(liftIdx)
                       and rhDate is less than burstDate
                   move 1 to liftedToday
                   exit perform
               end-if
           end-perform.
           if liftedToday is equal to 1
               perform releaseOneRestatement
           end-if.

       releaseOneRestatement.
           perform varying mapIdx from 1 by 1
                   until mapIdx is greater than mapCount
               if mpPrefix(mapIdx) is equal to rhLot(1:3)
                   exit perform
               end-if
           end-perform.
           if mapIdx is greater than mapCount
               exit paragraph
           end-if.
           move zero to inDistribution.
           perform varying distIdx from 1 by 1
                   until distIdx is greater than distCount
               if dcDept(distIdx) is equal to mpDept(mapIdx)
                   move 1 to inDistribution
               end-if
           end-perform.
           if inDistribution is equal to zero
               exit paragraph
           end-if.
           move mpDept(mapIdx) to nsDept.
           move rhLot to nsLot.
           move rhNum to nsNum.
           move rhPriorClass to nsPrior.
           move rhNewClass to nsNew.
           move rhProposalId to nsProposal.
           release noticeSortRec.

    *>    one notice file per department, its restated answers grouped
    *>    under their lots with a count behind each lot and the
    *>    department's control trailer closing the file.
       writeRestatementNotices.
           move spaces to noticeDept.
           move spaces to noticeLot.
           move zero to eofSort.
           perform until eofSort is equal to 1
               return noticeSort
                   at end move 1 to eofSort
                   not at end perform writeOneNoticeRow
               end-return
           end-perform.
           perform closeNotice.

       writeOneNoticeRow.
           if nsDept is not equal to noticeDept
               perform closeNotice
               move nsDept to noticeDept
               move spaces to noticeLot
               perform openNotice
           end-if.
           if noticeOpen is not equal to 1
               exit paragraph
           end-if.
           if nsLot is not equal to noticeLot
               perform writeNoticeLotTotal
               move nsLot to noticeLot
               move zero to noticeLotCount
               move nsLot to nlLotId
               perform checkPageBreak
               write outLine from blankLine after advancing 1 line
               perform checkPageBreak
               write outLine from noticeLotLine after advancing 1 line
           end-if.
           move nsNum to ndNum.
           move nsPrior to ndPrior.
           move nsNew to ndNew.
           move nsProposal to ndProposal.
           perform checkPageBreak.
           write outLine from noticeDetailLine after advancing 1 line.
           add 1 to noticeLotCount.
           add 1 to deptCardCount.
           add 1 to noticeRowsOut.
           move nsNum to hashCardNum.
           compute deptHashTotal = function mod(
               deptHashTotal + hashCardNum, 10000000000000).

    *>    the notice rides beside the department's burst, e.g.
    *>    ./burst.REGISTRY.RESTATE.
       openNotice.
           move spaces to burstFileName.
           string function trim(burstPrefix) delimited by size
                  "." delimited by size
                  function trim(noticeDept) delimited by size
                  ".RESTATE" delimited by size
               into burstFileName.
           call 'RGNCHK' using burstFileName, runRegion.
           open output burstFile.
           if fsBurst is not equal to "00"
               display "NOTICE FILE OPEN FAILURE, STATUS " fsBurst
                   " FILE " function trim(burstFileName)
               exit paragraph
           end-if.
           move 1 to noticeOpen.
           move zero to deptCardCount.
           move zero to deptHashTotal.
           move zero to pageNumber.
           move zero to pageLineCount.
           move noticeDept to tlDept.
           move 'RESTATEMENT NOTICE     ' to tlReport.
           move riDate to riOutDate.
           move riTime to riOutTime.
           perform writePageHeader.
           move burstDate to npDate.
           perform checkPageBreak.
           write outLine from noticePrefaceLine after advancing 1 line.

       writeNoticeLotTotal.
           if noticeLot is equal to spaces
               exit paragraph
           end-if.
           move noticeLot to ntLotId.
           move noticeLotCount to ntCount.
           perform checkPageBreak.
           write outLine from noticeLotTotalLine after advancing 1 line.

       closeNotice.
           if noticeOpen is not equal to 1
               exit paragraph
           end-if.
           perform writeNoticeLotTotal.
           move deptCardCount to dtCount.
           move deptHashTotal to dtHash.
           perform checkPageBreak.
           write outLine from blankLine after advancing 1 line.
           perform checkPageBreak.
           write outLine from deptTrailerLine after advancing 1 line.
           close burstFile.
           move zero to noticeOpen.
           add 1 to noticeFilesWritten.

       writePageHeader.
           add 1 to pageNumber.
           move pageNumber to riOutPage.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           if pageNumber is equal to 1
               write outLine from titleLine after advancing 0 lines
           else
