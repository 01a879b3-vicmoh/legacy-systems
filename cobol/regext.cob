    *>    with its classification code and lot, and their trailer with
    *>    record count and hash total. regack.cob reconciles the
    *>    acknowledgment file the registry sends back the next day
    *>    against this extract. registry rejections an operator has
    *>    worked through regcor.cob follow the night's details as RCOR
    *>    correction records -- the registry treats them as resends of
    *>    the earlier detail -- and are counted and hashed like any
    *>    other record. allocation numbers voided that day through
    *>    issvoid.cob follow as RVOD records, the registry's voided-
    *>    numbers register, so a number we took back is struck off
    *>    theirs too. answers restate.cob moved under an approved
    *>    PRIMECFG change follow as RRST restatement records, so the
    *>    registry's copy carries the same answer our master now does.
    *>    a lot a supervisor has put on hold through lothold.cob is
    *>    left out: its rows wait on a withheld file of their own and
    *>    go as ordinary RDTL details on the first extract after the
    *>    lot is released, and its RCOR resends and RRST restatements
    *>    stay queued on their own files until then.
    *>
    *>    the registry's record shapes:
    *>      RHDR sender(8) date(8) time(8)
    *>      RDTL number(10) class(1: P prime / C composite) lot(10)
    *>      RCOR number(10) class(1) lot(10) action(1: C corrected /
    *>           K original confirmed) original lot(10)
    *>      RVOD number(10) class(1: V voided) department(10)
    *>           void date(8) reason(20)
    *>      RRST number(10) class(1: P / C / I illegal) lot(10)
    *>           prior class(1) restatement date(8)
    *>      RTRL count(9) hash(13)
       identification division.
       program-id. regext.
       select extractFile assign to dynamic extractFileName
           organization is line sequential
           file status is fsExtract.
    *>    regack.cob's open-item file; items resent tonight are marked
    *>    through a work file copied back over it, the same install
    *>    backout.cob uses.
       select openFile assign to dynamic openFileName
           organization is line sequential
           file status is fsOpen.
       select openWorkFile assign to dynamic openWorkFileName
           organization is line sequential
           file status is fsOpenWork.

    *>    restate.cob's restatement history; rows sent tonight are
    *>    marked through a work file the same way the open items are.
       select historyFile assign to dynamic historyFileName
           organization is line sequential
           file status is fsHistory.
       select historyWorkFile assign to dynamic historyWorkFileName
           organization is line sequential
           file status is fsHistoryWork.

    *>    issueno.cob's issuance register, for the day's voids.
       select issuregFile assign to dynamic issuregFileName
           organization is line sequential
           file status is fsIssureg.

    *>    lothold.cob's holds, and the rows held back for them; the
    *>    withheld file is rebuilt through a work file copied back over
    *>    it, the open items' install.
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
         fd extractFile.
             01 extractLine pic x(80).
         fd openFile.
             01 openLine pic x(120).
         fd openWorkFile.
             01 openWorkLine pic x(120).
         fd historyFile.
             01 historyLine pic x(130).
         fd historyWorkFile.
             01 historyWorkLine pic x(130).
         fd issuregFile.
             01 issuregLine pic x(80).
         fd holdFile.
             01 holdLine pic x(80).
         fd heldFile.
             01 heldLine pic x(80).
         fd heldWorkFile.
             01 heldWorkLine pic x(80).

       working-storage section.
           77 auditFileName pic x(99) value "./primes.audit".
           77 extractFileName pic x(99) value "./regext.dat".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsAudit pic xx.
           77 fsExtract pic xx.
           77 openFileName pic x(99) value "./cobol/assets/regopen.dat".
           77 openWorkFileName pic x(99).
           77 fsOpen pic xx.
           77 fsOpenWork pic xx.
           77 eofOpen pic 9.
           77 resendsOut pic 9(9) value zero.
           77 issuregFileName pic x(99)
               value "./cobol/assets/issureg.dat".
           77 fsIssureg pic xx.
           77 eofIssureg pic 9.
           77 voidsOut pic 9(9) value zero.
           77 historyFileName pic x(99)
               value "./cobol/assets/mstrst.dat".
           77 historyWorkFileName pic x(99).
           77 fsHistory pic xx.
           77 fsHistoryWork pic xx.
           77 eofHistory pic 9.
           77 restatementsOut pic 9(9) value zero.
           77 holdFileName pic x(99)
               value "./cobol/assets/lothold.dat".
           77 heldFileName pic x(99)
               value "./cobol/assets/regheld.dat".
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
           77 withheldOut pic 9(9) value zero.
           77 releasedOut pic 9(9) value zero.
           77 heldItemsOut pic 9(9) value zero.
    *>    the lots on hold right now, off lothold.dat.
           77 holdCount pic 9(4) value zero.
           77 holdIdx pic 9(4).
           77 lotOnHold pic 9.
           77 holdLotCheck pic x(10).
       01 holdTable.
           02 holdEntry occurs 500 times.
               03 htLot pic x(10).
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
           77 classSource pic x(15).
           77 classCode pic x.
           77 eofAudit pic 9 value zero.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           02 dtClass pic x.
           02 dtLot pic x(10).
           02 filler pic x(55) value spaces.
       01 correctionRecord.
           02 filler pic x(4) value 'RCOR'.
           02 crNum pic 9(10).
           02 crClass pic x.
           02 crLot pic x(10).
           02 crAction pic x.
           02 crOrigLot pic x(10).
           02 filler pic x(44) value spaces.
    *>    regack.cob's open-item record.
       01 openRecordIn.
           02 orNum pic 9(10).
           02 filler pic x.
           02 orClass pic x.
           02 filler pic x.
           02 orLot pic x(10).
           02 filler pic x.
           02 orReason pic x(20).
           02 filler pic x.
           02 orFirstDate pic 9(8).
           02 filler pic x.
           02 orLastDate pic 9(8).
           02 filler pic x.
           02 orBounces pic 9(3).
           02 filler pic x.
           02 orState pic x.
           02 filler pic x.
           02 orAction pic x.
           02 filler pic x.
           02 orNewLot pic x(10).
           02 filler pic x.
           02 orOperator pic x(8).
           02 filler pic x.
           02 orSentDate pic 9(8).
           02 filler pic x.
           02 orCloseDate pic 9(8).
           02 filler pic x(11).
       01 voidRecord.
           02 filler pic x(4) value 'RVOD'.
           02 vdNum pic 9(10).
           02 filler pic x value 'V'.
           02 vdDept pic x(10).
           02 vdDate pic 9(8).
           02 vdReason pic x(20).
           02 filler pic x(27) value spaces.
    *>    issvoid.cob's view of the register record.
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
           02 filler pic x.
           02 igVoidDate pic x(8).
           02 filler pic x.
           02 igVoidOperator pic x(8).
           02 filler pic x.
           02 igVoidReason pic x(20).
           02 filler pic x(2).
       01 restatementRecord.
           02 filler pic x(4) value 'RRST'.
           02 rrNum pic 9(10).
           02 rrClass pic x.
           02 rrLot pic x(10).
           02 rrPriorClass pic x.
           02 rrDate pic 9(8).
           02 filler pic x(46) value spaces.
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
       01 trailerRecord.
           02 filler pic x(4) value 'RTRL'.
           02 trCount pic 9(9).
           if envOverride is not equal to spaces
               move envOverride to auditFileName
           end-if.
           call 'RGNCHK' using auditFileName, runRegion.
           accept envOverride from environment "REGEXT_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to extractFileName
           end-if.
           call 'RGNCHK' using extractFileName, runRegion.
           accept envOverride from environment "REGEXT_SENDER_DD".
           if envOverride is not equal to spaces
               move envOverride to senderId
           end-if.
           accept envOverride from environment "REGOPEN_DD".
           if envOverride is not equal to spaces
               move envOverride to openFileName
           end-if.
           call 'RGNCHK' using openFileName, runRegion.
           accept envOverride from environment "MSTRST_DD".
           if envOverride is not equal to spaces
               move envOverride to historyFileName
           end-if.
           call 'RGNCHK' using historyFileName, runRegion.
           accept envOverride from environment "ISSUREG_DD".
           if envOverride is not equal to spaces
               move envOverride to issuregFileName
           end-if.
           call 'RGNCHK' using issuregFileName, runRegion.
           accept envOverride from environment "LOTHOLD_DD".
           if envOverride is not equal to spaces
               move envOverride to holdFileName
           end-if.
           call 'RGNCHK' using holdFileName, runRegion.
           accept envOverride from environment "REGEXT_HELD_DD".
           if envOverride is not equal to spaces
               move envOverride to heldFileName
           end-if.
           call 'RGNCHK' using heldFileName, runRegion.
           accept envOverride from environment "REGEXT_DATE_DD".
           if envOverride is not equal to spaces
               move function test-numval(envOverride) to numvalCheck
           move extractDate to hdDate.
           move riTime(1:8) to hdTime.
           write extractLine from headerRecord.
           perform loadHeldLots.
           perform releaseWithheldRows.
           perform until eofAudit is equal to 1
               read auditFile
                   at end move 1 to eofAudit
               end-read
           end-perform.
           close auditFile.
           perform installWithheldRows.
           perform extractResends.
           perform extractVoids.
           perform extractRestatements.
           move recordsOut to trCount.
           move hashTotal to trHash.
           write extractLine from trailerRecord.
           close extractFile.
           display "REGISTRY EXTRACT COMPLETE: " recordsOut
               " RECORDS FOR " extractDate ".".
           if resendsOut is greater than zero
               display "  INCLUDING " resendsOut " CORRECTION RESENDS."
           end-if.
           if voidsOut is greater than zero
               display "  INCLUDING " voidsOut " VOIDED NUMBERS."
           end-if.
           if restatementsOut is greater than zero
               display "  INCLUDING " restatementsOut " RESTATEMENTS."
           end-if.
           if releasedOut is greater than zero
               display "  INCLUDING " releasedOut
                   " RELEASED FROM HOLD."
           end-if.
           if withheldOut is greater than zero
               display "  " withheldOut
                   " DETAILS WITHHELD FOR LOTS ON HOLD."
           end-if.
           if heldItemsOut is greater than zero
               display "  " heldItemsOut
                   " RESENDS AND RESTATEMENTS WAITING ON HOLDS."
           end-if.
           if heldFailure is equal to 1 or holdTableFull is equal to 1
               move 8 to return-code
           else
               move 0 to return-code
           end-if.
           perform recordRunStatus.
           goback.

           if function numval(aiNum) is less than zero
               exit paragraph
           end-if.
           move aiLot to holdLotCheck.
           perform checkLotOnHold.
           if lotOnHold is equal to 1
               perform withholdOneRow
               exit paragraph
           end-if.
           move function numval(aiNum) to dtNum.
           move aiLot to dtLot.
           write extractLine from detailRecord.
           move dtNum to hashCardNum.
           compute hashTotal = function mod(
               hashTotal + hashCardNum, 10000000000000).

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
    *>    audit pass, which adds tonight's withheld rows behind. a row
    *>    this same extract date withheld on an earlier run is dropped
    *>    -- the audit pass decides it again. a row whose lot is no
    *>    longer held goes out now, as does one this same extract date
    *>    already sent, so a rerun of the night carries it again; it
    *>    is stamped sent with the extract date.
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
           if whState is equal to 'H' and whCycle is equal to extractDate
               exit paragraph
           end-if.
           move whLot to holdLotCheck.
           perform checkLotOnHold.
           if lotOnHold is equal to zero
               if whState is equal to 'H'
                       or (whState is equal to 'S'
                           and whSent is equal to extractDate)
                   perform extractOneReleasedRow
               end-if
           end-if.
           write heldWorkLine from heldRecord.

       extractOneReleasedRow.
           move function numval(whNum) to dtNum.
           if whResult is equal to "PRIME"
               move 'P' to dtClass
           else
               move 'C' to dtClass
           end-if.
           move whLot to dtLot.
           write extractLine from detailRecord.
           add 1 to recordsOut.
           add 1 to releasedOut.
           move dtNum to hashCardNum.
           compute hashTotal = function mod(
               hashTotal + hashCardNum, 10000000000000).
           move 'S' to whState.
           move extractDate to whSent.

    *>    a held lot's result waits on the withheld file; with the
    *>    work file unusable it is still left out, and the run ends 8
    *>    with an alert so the stranded row is put back by hand.
       withholdOneRow.
           add 1 to withheldOut.
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
           move spaces to whCardDate.
           move extractDate to whCycle.
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

    *>    worked registry items go out as resends: every item an
    *>    operator corrected or confirmed, plus any this same extract
    *>    date already sent, so a rerun of the night's extract carries
    *>    them again rather than losing them.
       extractResends.
           open input openFile.
           if fsOpen is not equal to "00"
               exit paragraph
           end-if.
           move spaces to openWorkFileName.
           string function trim(openFileName) delimited by size
                  ".wrk" delimited by size
               into openWorkFileName.
           open output openWorkFile.
           if fsOpenWork is not equal to "00"
               display "OPEN-ITEM WORK FILE OPEN FAILURE, STATUS "
                   fsOpenWork " FILE " function trim(openWorkFileName)
                   ", NO RESENDS EXTRACTED"
               close openFile
               exit paragraph
           end-if.
           move zero to eofOpen.
           perform until eofOpen is equal to 1
               read openFile
                   at end move 1 to eofOpen
                   not at end
                       move openLine to openRecordIn
                       if orState is equal to 'W'
                               or (orState is equal to 'S'
                                   and orSentDate is equal to extractDate)
                           perform extractOneResend
                       end-if
                       write openWorkLine from openRecordIn
               end-read
           end-perform.
           close openFile.
           close openWorkFile.
           open input openWorkFile.
           open output openFile.
           if fsOpenWork is not equal to "00"
                   or fsOpen is not equal to "00"
               display "OPEN-ITEM INSTALL FAILURE, STATUS " fsOpen
                   " " fsOpenWork
           else
               move zero to eofOpen
               perform until eofOpen is equal to 1
                   read openWorkFile
                       at end move 1 to eofOpen
                       not at end write openLine from openWorkLine
                   end-read
               end-perform
           end-if.
           close openWorkFile.
           close openFile.

    *>    a correction or confirmation for a lot on hold -- its own
    *>    lot or the one it moves to -- waits as worked for the first
    *>    extract after the release, the withheld details' rule; one
    *>    this same extract date already sent goes back to waiting.
       extractOneResend.
           move orLot to holdLotCheck.
           perform checkLotOnHold.
           if lotOnHold is equal to zero and orAction is equal to 'C'
               move orNewLot to holdLotCheck
               perform checkLotOnHold
           end-if.
           if lotOnHold is equal to 1
               move 'W' to orState
               move zero to orSentDate
               add 1 to heldItemsOut
               exit paragraph
           end-if.
           move orNum to crNum.
           move orClass to crClass.
           move orAction to crAction.
           move orLot to crOrigLot.
           if orAction is equal to 'C'
               move orNewLot to crLot
           else
               move orLot to crLot
           end-if.
           write extractLine from correctionRecord.
           add 1 to recordsOut.
           add 1 to resendsOut.
           move crNum to hashCardNum.
           compute hashTotal = function mod(
               hashTotal + hashCardNum, 10000000000000).
           move 'S' to orState.
           move extractDate to orSentDate.

    *>    the extract date's voids; a missing register just means
    *>    nothing was ever issued through issueno.cob.
       extractVoids.
           open input issuregFile.
           if fsIssureg is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofIssureg.
           perform until eofIssureg is equal to 1
               read issuregFile into issuregRecordIn
                   at end move 1 to eofIssureg
                   not at end
                       if igVoidFlag is equal to 'V'
                               and igNum is numeric
                               and igVoidDate is numeric
                           if function numval(igVoidDate)
                                   is equal to extractDate
                               perform extractOneVoid
                           end-if
                       end-if
               end-read
           end-perform.
           close issuregFile.

       extractOneVoid.
           move igNum to vdNum.
           move igDept to vdDept.
           move igVoidDate to vdDate.
           move igVoidReason to vdReason.
           write extractLine from voidRecord.
           add 1 to recordsOut.
           add 1 to voidsOut.
           move vdNum to hashCardNum.
           compute hashTotal = function mod(
               hashTotal + hashCardNum, 10000000000000).

    *>    restated answers go out once: every row still queued, plus
    *>    any this same extract date already sent, so a rerun of the
    *>    night's extract carries them again -- the resends' rule. a
    *>    missing history just means nothing has been restated.
       extractRestatements.
           open input historyFile.
           if fsHistory is not equal to "00"
               exit paragraph
           end-if.
           move spaces to historyWorkFileName.
           string function trim(historyFileName) delimited by size
                  ".wrk" delimited by size
               into historyWorkFileName.
           open output historyWorkFile.
           if fsHistoryWork is not equal to "00"
               display "RESTATEMENT WORK FILE OPEN FAILURE, STATUS "
                   fsHistoryWork " FILE "
                   function trim(historyWorkFileName)
                   ", NO RESTATEMENTS EXTRACTED"
               close historyFile
               exit paragraph
           end-if.
           move zero to eofHistory.
           perform until eofHistory is equal to 1
               read historyFile
                   at end move 1 to eofHistory
                   not at end
                       move historyLine to historyRecord
                       if rhRegState is equal to 'Q'
                               or (rhRegState is equal to 'S'
                                   and rhRegDate is equal to extractDate)
                           perform extractOneRestatement
                       end-if
                       write historyWorkLine from historyRecord
               end-read
           end-perform.
           close historyFile.
           close historyWorkFile.
           open input historyWorkFile.
           open output historyFile.
           if fsHistoryWork is not equal to "00"
                   or fsHistory is not equal to "00"
               display "RESTATEMENT HISTORY INSTALL FAILURE, STATUS "
                   fsHistory " " fsHistoryWork
           else
               move zero to eofHistory
               perform until eofHistory is equal to 1
                   read historyWorkFile
                       at end move 1 to eofHistory
                       not at end write historyLine from historyWorkLine
                   end-read
               end-perform
           end-if.
           close historyWorkFile.
           close historyFile.

    *>    a restated answer for a lot on hold stays queued for the
    *>    first extract after the release, the same as its resends.
       extractOneRestatement.
           move rhLot to holdLotCheck.
           perform checkLotOnHold.
           if lotOnHold is equal to 1
               move 'Q' to rhRegState
               move zero to rhRegDate
               add 1 to heldItemsOut
               exit paragraph
           end-if.
           move rhNum to rrNum.
           move rhNewClass to classSource.
           perform registryClassCode.
           move classCode to rrClass.
           move rhPriorClass to classSource.
           perform registryClassCode.
           move classCode to rrPriorClass.
           move rhLot to rrLot.
           move rhDate to rrDate.
           write extractLine from restatementRecord.
           add 1 to recordsOut.
           add 1 to restatementsOut.
           move rrNum to hashCardNum.
           compute hashTotal = function mod(
               hashTotal + hashCardNum, 10000000000000).
           move 'S' to rhRegState.
           move extractDate to rhRegDate.

    *>    the registry's class codes; an illegal-input answer, which
    *>    no RDTL ever carries, is the registry's 'I'.
       registryClassCode.
           if classSource is equal to "PRIME"
               move 'P' to classCode
           else if classSource is equal to "NOT A PRIME"
               move 'C' to classCode
           else
               move 'I' to classCode
           end-if
           end-if.
