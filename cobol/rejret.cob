    *>    reject return transmission: burst.cob sends each department
    *>    its printed results, and a department whose cards were
    *>    rejected had to re-key them off the paper before it could
    *>    correct and resend them. every night this program cuts each
    *>    department a machine-readable return file in rtnrec.cpy's
    *>    fixed format -- deblock.cob's XMITBAT batch shape turned
    *>    around -- carrying, lot by lot, a control record with the
    *>    lot's accepted and rejected counts and behind it every card
    *>    the lot had rejected, exactly as it came in, with its reason
    *>    code and the run date, closed by a batch trailer with the
    *>    card count and hash. the cards come off primes2.cob's reject
    *>    file (rejrec.cpy), the accepted counts off its audit rows,
    *>    and the department off deptmst.dat's lot prefix, the way
    *>    burst.cob finds it.
    *>
    *>    what went to whom is kept on the return register,
    *>    rejret.dat: one row per lot per night, its department, its
    *>    counts, and the state -- 'S' sent in the batch dated
    *>    alongside it, 'H' withheld. a lot a supervisor has put on
    *>    hold through lothold.cob is withheld like the rest of its
    *>    results: primes2.cob starts its reject file afresh every
    *>    run, so the held lot's cards are queued on a withheld file
    *>    of this program's own, rejheld.dat, and go out in the first
    *>    return after the lot is released, under their own night's
    *>    date. a rerun of a night rebuilds that night's rows and
    *>    carries its released lots again, the same queued/sent rule
    *>    burst.cob's withheld file follows.
       identification division.
       program-id. rejret.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    dynamic-assigned with environment overrides, same convention
    *>    as the rest of the tree.
       select deptFile assign to dynamic deptFileName
           organization is line sequential
           file status is fsDept.
       select auditFile assign to dynamic auditFileName
           organization is line sequential
           file status is fsAudit.
       select rejectFile assign to dynamic rejectFileName
           organization is line sequential
           file status is fsReject.
       select holdFile assign to dynamic holdFileName
           organization is line sequential
           file status is fsHold.
       select registerFile assign to dynamic registerFileName
           organization is line sequential
           file status is fsRegister.
    *>    the held lots' cards, rebuilt through a work file copied back
    *>    over it, the same install burst.cob uses.
       select heldFile assign to dynamic heldFileName
           organization is line sequential
           file status is fsHeld.
       select heldWorkFile assign to dynamic heldWorkFileName
           organization is line sequential
           file status is fsHeldWork.
    *>    one return output, re-pointed at each department's file in
    *>    turn -- the same one-writer-many-files approach burst.cob
    *>    takes.
       select returnFile assign to dynamic returnFileName
           organization is line sequential
           file status is fsReturn.
    *>    the night's returns, sorted into department, lot and card
    *>    order -- the same SORT machinery burst.cob groups its
    *>    restatement notices with.
       select returnSort assign to "rejret-sortwk".

       data division.
       file section.
         fd deptFile.
             01 deptLine pic x(80).
         fd auditFile.
             01 auditLine pic x(80).
         fd rejectFile.
             01 rejectLine pic x(130).
         fd holdFile.
             01 holdLine pic x(80).
         fd registerFile.
             01 registerLine pic x(80).
         fd heldFile.
             01 heldLine pic x(141).
         fd heldWorkFile.
             01 heldWorkLine pic x(141).
         fd returnFile.
             01 returnLine pic x(120).
         sd returnSort.
             01 returnSortRec.
                 02 srDept pic x(8).
                 02 srLot pic x(10).
                 02 srRunDate pic 9(8).
    *>    '1' the lot's control record, '2' one of its cards.
                 02 srKind pic x.
                 02 srSeq pic 9(9).
                 02 srLine pic x(120).

       working-storage section.
           77 deptFileName pic x(99)
               value "./cobol/assets/deptmst.dat".
           77 auditFileName pic x(99) value "./primes.audit".
           77 rejectFileName pic x(99) value "./primes.rej".
           77 holdFileName pic x(99)
               value "./cobol/assets/lothold.dat".
           77 registerFileName pic x(99)
               value "./cobol/assets/rejret.dat".
           77 heldFileName pic x(99)
               value "./cobol/assets/rejheld.dat".
           77 heldWorkFileName pic x(99).
           77 returnFileName pic x(99).
    *>    each department's file is the return prefix with the
    *>    department code appended, e.g. ./rejret.REGISTRY.
           77 returnPrefix pic x(60) value "./rejret".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsDept pic xx.
           77 fsAudit pic xx.
           77 fsReject pic xx.
           77 fsHold pic xx.
           77 fsRegister pic xx.
           77 fsHeld pic xx.
           77 fsHeldWork pic xx.
           77 fsReturn pic xx.
           77 eofFile pic 9.
           77 eofSort pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
    *>    the night being returned: defaults to the run date, same
    *>    override style as burst.cob.
           77 returnDate pic 9(8).
           77 numvalCheck pic s9(4) usage is comp.
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
    *>    run's real code is put back after the call.
           77 rsProgram pic x(9) value 'REJRET'.
           77 rsRc pic s9(4).
           77 cardsReturned pic 9(9) value zero.
           77 unmappedLots pic 9(9) value zero.
           77 lotsReturned pic 9(9) value zero.
           77 lotsWithheld pic 9(9) value zero.
           77 lotsReleased pic 9(9) value zero.
           77 returnFilesWritten pic 9(9) value zero.
           77 returnFailed pic 9 value zero.
           77 auditMissing pic 9 value zero.
    *>    department prefix map off deptmst.dat.
           77 mapCount pic 9(4) value zero.
           77 mapIdx pic 9(4).
       01 mapTable.
           02 mapEntry occurs 100 times.
               03 mpPrefix pic x(3).
               03 mpDept pic x(8).
       01 deptRecordIn.
           02 dmiPrefix pic x(3).
           02 filler pic x.
           02 dmiDept pic x(8).
           02 filler pic x(68).
    *>    lots on hold tonight.
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
    *>    primes2.cob's audit record layout, fixed-width.
       01 auditRecordIn.
           02 aiDate pic x(8).
           02 filler pic x.
           02 aiTime pic x(8).
           02 filler pic x.
           02 aiJob pic x(8).
           02 filler pic x.
           02 aiNum pic x(11).
           02 filler pic x.
           02 aiResult pic x(15).
           02 filler pic x.
           02 aiLot pic x(10).
           02 filler pic x.
           02 aiCardDate pic x(8).
           02 filler pic x(5).
       COPY rejrec REPLACING REJECT-RECORD BY rejectRecord
                             REJECT-CARD BY rejectCardImage
                             REJECT-REASON-CODE BY rejectReasonCode
                             REJECT-REASON-TEXT BY rejectReasonText
                             REJECT-RUN-DATE BY rejectRunDate
                             REJECT-JOB BY rejectJob
                             REJECT-LOT BY rejectLot.
       COPY rtnrec REPLACING RETURN-HEADER-RECORD BY headerRecord
                             RETURN-HEADER-BATCH BY rhBatch
                             RETURN-HEADER-COUNT BY rhCount
                             RETURN-HEADER-DEPT BY rhDept
                             RETURN-HEADER-DATE BY rhDate
                             RETURN-LOT-RECORD BY lotRecord
                             RETURN-LOT-ID BY rlLot
                             RETURN-LOT-RUN-DATE BY rlRunDate
                             RETURN-LOT-ACCEPTED BY rlAccepted
                             RETURN-LOT-REJECTED BY rlRejected
                             RETURN-CARD-RECORD BY cardRecord
                             RETURN-CARD-IMAGE BY rcImage
                             RETURN-CARD-REASON-CODE BY rcReasonCode
                             RETURN-CARD-REASON-TEXT BY rcReasonText
                             RETURN-CARD-RUN-DATE BY rcRunDate
                             RETURN-TRAILER-RECORD BY trailerRecord
                             RETURN-TRAILER-COUNT BY rtCount
                             RETURN-TRAILER-HASH BY rtHash.
    *>    the lots going out tonight -- tonight's, and earlier nights'
    *>    released from hold -- keyed by lot and the night classified,
    *>    with their department and counts, and the state they leave
    *>    in: 'S' sent, 'H' withheld, 'U' no department to send to.
           77 lotCount pic 9(4) value zero.
           77 lotIdx pic 9(4).
           77 findLot pic x(10).
           77 findRunDate pic 9(8).
       01 lotTable.
           02 lotEntry occurs 500 times.
               03 ltLot pic x(10).
               03 ltRunDate pic 9(8).
               03 ltDept pic x(8).
               03 ltAccepted pic 9(9).
               03 ltRejected pic 9(9).
               03 ltState pic x.
               03 ltRegIdx pic 9(4).
    *>    the return register, held whole and written back at the end,
    *>    the same rewrite-the-whole-file approach the maintenance
    *>    programs take.
           77 regCount pic 9(4) value zero.
           77 regIdx pic 9(4).
       01 registerTable.
           02 registerEntry occurs 3000 times.
               03 rtLot pic x(10).
               03 rtRunDate pic 9(8).
               03 rtDept pic x(8).
               03 rtAccepted pic 9(9).
               03 rtRejected pic 9(9).
               03 rtState pic x.
               03 rtSent pic 9(8).
       01 registerRecord.
           02 rgLot pic x(10).
           02 filler pic x value space.
           02 rgRunDate pic 9(8).
           02 filler pic x value space.
           02 rgDept pic x(8).
           02 filler pic x value space.
           02 rgAccepted pic 9(9).
           02 filler pic x value space.
           02 rgRejected pic 9(9).
           02 filler pic x value space.
           02 rgState pic x.
           02 filler pic x value space.
           02 rgSent pic 9(8).
           02 filler pic x(21) value spaces.
    *>    a withheld card: the reject row exactly as primes2.cob wrote
    *>    it, then 'H' still withheld or 'S' sent in the return dated
    *>    alongside it.
       01 heldCardRecord.
           02 hcReject pic x(130).
           02 filler pic x value space.
           02 hcState pic x.
           02 filler pic x value space.
           02 hcSent pic 9(8).
           77 heldCardDue pic 9.
           77 cardsWithheld pic 9(9) value zero.
    *>    the department file being written.
           77 returnDept pic x(8).
           77 returnOpen pic 9 value zero.
           77 sortSeq pic 9(9) value zero.
           77 deptCardCount pic 9(9).
           77 deptHashTotal pic 9(13).
           77 hashCardNum pic 9(10).

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           move riDate to returnDate.
           accept envOverride from environment "DEPTMST_DD".
           if envOverride is not equal to spaces
               move envOverride to deptFileName
           end-if.
           call 'RGNCHK' using deptFileName, runRegion.
           accept envOverride from environment "PRIMES2_AUDIT_DD".
           if envOverride is not equal to spaces
               move envOverride to auditFileName
           end-if.
           call 'RGNCHK' using auditFileName, runRegion.
           accept envOverride from environment "PRIMES2_REJECT_DD".
           if envOverride is not equal to spaces
               move envOverride to rejectFileName
           end-if.
           call 'RGNCHK' using rejectFileName, runRegion.
           accept envOverride from environment "LOTHOLD_DD".
           if envOverride is not equal to spaces
               move envOverride to holdFileName
           end-if.
           call 'RGNCHK' using holdFileName, runRegion.
           accept envOverride from environment "REJRET_REGISTER_DD".
           if envOverride is not equal to spaces
               move envOverride to registerFileName
           end-if.
           call 'RGNCHK' using registerFileName, runRegion.
           accept envOverride from environment "REJRET_HELD_DD".
           if envOverride is not equal to spaces
               move envOverride to heldFileName
           end-if.
           call 'RGNCHK' using heldFileName, runRegion.
           accept envOverride from environment "REJRET_PREFIX_DD".
           if envOverride is not equal to spaces
               move envOverride to returnPrefix
           end-if.
           accept envOverride from environment "REJRET_DATE_DD".
           if envOverride is not equal to spaces
               move function test-numval(envOverride) to numvalCheck
               if numvalCheck is equal to zero
                   move function numval(envOverride) to returnDate
               end-if
           end-if.
           perform loadDeptMap.
           perform loadHeldLots.
           perform loadRegister.
           perform countAcceptedCards.
           perform countRejectedCards.
           perform releaseHeldReturns.
           perform settleLotStates.
           sort returnSort on ascending key srDept srLot srRunDate
                   srKind srSeq
               input procedure is releaseReturns
               output procedure is writeReturnFiles.
           perform updateRegister.
           perform installWithheldCards.
           perform rewriteRegister.
           display "REJECT RETURNS COMPLETE FOR " returnDate ": "
               returnFilesWritten " DEPARTMENT FILES, " lotsReturned
               " LOTS, " cardsReturned " CARDS.".
           if lotsReleased is greater than zero
               display "  INCLUDING " lotsReleased
                   " LOTS RELEASED FROM HOLD."
           end-if.
           if lotsWithheld is greater than zero
               display "  " lotsWithheld " LOTS WITHHELD ON HOLD, "
                   cardsWithheld " CARDS QUEUED."
           end-if.
    *>    a file or the register that couldn't be written leaves a
    *>    department without its returns: stop. a lot no department
    *>    claims, or a night with no audit rows to count from, is a
    *>    warning -- the cards are still on the reject file for a
    *>    rerun once deptmst.dat is put right.
           if returnFailed is equal to 1
               move 8 to return-code
           else if unmappedLots is greater than zero
                   or auditMissing is equal to 1
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           end-if.
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           call 'RUNSTAT' using rsProgram, rsRc, cardsReturned,
               unmappedLots.
           move rsRc to return-code.

       loadDeptMap.
           open input deptFile.
           if fsDept is not equal to "00"
               display "DEPARTMENT MASTER NOT AVAILABLE, STATUS "
                   fsDept " FILE " function trim(deptFileName)
           else
               move zero to eofFile
               perform until eofFile is equal to 1
                   read deptFile
                       at end move 1 to eofFile
                       not at end
                           move deptLine to deptRecordIn
                           perform addMapEntry
                   end-read
               end-perform
               close deptFile
           end-if.

    *>    deptmst.dat carries one record per prefix per rate effective
    *>    date; the department is the same on all of them, so the map
    *>    keeps the prefix once.
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
                               and holdCount is less than 500
                           add 1 to holdCount
                           move hrLot to htLot(holdCount)
                       end-if
               end-read
           end-perform.
           close holdFile.

       checkLotOnHold.
           move zero to lotOnHold.
           perform varying holdIdx from 1 by 1
                   until holdIdx is greater than holdCount
               if htLot(holdIdx) is equal to holdLotCheck
                   move 1 to lotOnHold
                   exit perform
               end-if
           end-perform.

    *>    the register as it stands, less the night being returned: a
    *>    rerun rebuilds that night's rows from the files, and a lot
    *>    released into that night's return goes back to withheld so
    *>    it is carried again.
       loadRegister.
           open input registerFile.
           if fsRegister is not equal to "00"
               exit paragraph
           end-if.
           perform until fsRegister is not equal to "00"
               read registerFile
                   at end move "10" to fsRegister
                   not at end
                       move registerLine to registerRecord
                       if rgLot is not equal to spaces
                               and rgRunDate is numeric
                               and rgRunDate is not equal to returnDate
                           perform keepRegisterRow
                       end-if
               end-read
           end-perform.
           close registerFile.

       keepRegisterRow.
           if regCount is equal to 3000
               display "RETURN REGISTER TABLE FULL AT 3000, ROW FOR LOT "
                   rgLot " NOT CARRIED"
               move 1 to returnFailed
               exit paragraph
           end-if.
           add 1 to regCount.
           move rgLot to rtLot(regCount).
           move rgRunDate to rtRunDate(regCount).
           move rgDept to rtDept(regCount).
           move rgAccepted to rtAccepted(regCount).
           move rgRejected to rtRejected(regCount).
           move rgState to rtState(regCount).
           move rgSent to rtSent(regCount).
           if rtState(regCount) is equal to 'S'
                   and rtSent(regCount) is equal to returnDate
               move 'H' to rtState(regCount)
               move zero to rtSent(regCount)
           end-if.

    *>    tonight's lots and their accepted cards, off the audit rows;
    *>    a lot whose every card was rejected still gets its entry
    *>    here from the reject rows the audit log also carries.
       countAcceptedCards.
           open input auditFile.
           if fsAudit is not equal to "00"
               display "AUDIT FILE NOT AVAILABLE, STATUS " fsAudit
                   " FILE " function trim(auditFileName)
                   ", ACCEPTED COUNTS NOT TAKEN"
               move 1 to auditMissing
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read auditFile
                   at end move 1 to eofFile
                   not at end perform countOneAuditRow
               end-read
           end-perform.
           close auditFile.

       countOneAuditRow.
           move auditLine to auditRecordIn.
           if aiDate is not numeric or aiLot is equal to spaces
               exit paragraph
           end-if.
           if function numval(aiDate) is not equal to returnDate
               exit paragraph
           end-if.
           move aiLot to findLot.
           move returnDate to findRunDate.
           perform findOrAddLot.
           if lotIdx is not equal to zero
               if aiResult is equal to "PRIME"
                       or aiResult is equal to "NOT A PRIME"
                   add 1 to ltAccepted(lotIdx)
               end-if
           end-if.

    *>    tonight's rejected cards, by the lot each was counted under
    *>    (a correction card may have moved it off the lot it
    *>    carries). a reject row written before the run date was
    *>    carried has no night to return it under and stays behind.
       countRejectedCards.
           open input rejectFile.
           if fsReject is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read rejectFile
                   at end move 1 to eofFile
                   not at end
                       move rejectLine to rejectRecord
                       if rejectRunDate is numeric
                           if rejectRunDate is equal to returnDate
                               perform rejectLotKey
                               perform findOrAddLot
                               if lotIdx is not equal to zero
                                   add 1 to ltRejected(lotIdx)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.
           close rejectFile.

       rejectLotKey.
           move rejectLot to findLot.
           if findLot is equal to spaces
               move rejectCardImage(12:10) to findLot
           end-if.
           move rejectRunDate to findRunDate.

       findOrAddLot.
           perform findLotEntry.
           if lotIdx is not equal to zero
               exit paragraph
           end-if.
           if lotCount is equal to 500
               display "LOT TABLE FULL AT 500, LOT " findLot
                   " NOT RETURNED"
               add 1 to unmappedLots
               exit paragraph
           end-if.
           add 1 to lotCount.
           move lotCount to lotIdx.
           move findLot to ltLot(lotIdx).
           move findRunDate to ltRunDate(lotIdx).
           move spaces to ltDept(lotIdx).
           move zero to ltAccepted(lotIdx).
           move zero to ltRejected(lotIdx).
           move space to ltState(lotIdx).
           move zero to ltRegIdx(lotIdx).

       findLotEntry.
           perform varying lotIdx from 1 by 1
                   until lotIdx is greater than lotCount
               if ltLot(lotIdx) is equal to findLot
                       and ltRunDate(lotIdx) is equal to findRunDate
                   exit paragraph
               end-if
           end-perform.
           move zero to lotIdx.

    *>    earlier nights' lots still withheld: a lot no longer on hold
    *>    goes out tonight under its own night, with the accepted
    *>    count the register kept for it; its cards are counted off
    *>    the withheld file.
       releaseHeldReturns.
           perform varying regIdx from 1 by 1
                   until regIdx is greater than regCount
               if rtState(regIdx) is equal to 'H'
                   move rtLot(regIdx) to holdLotCheck
                   perform checkLotOnHold
                   if lotOnHold is equal to zero
                       perform releaseOneHeldLot
                   end-if
               end-if
           end-perform.
           if lotsReleased is greater than zero
               perform countReleasedRejects
           end-if.

       releaseOneHeldLot.
           move rtLot(regIdx) to findLot.
           move rtRunDate(regIdx) to findRunDate.
           perform findOrAddLot.
           if lotIdx is equal to zero
               exit paragraph
           end-if.
           move rtAccepted(regIdx) to ltAccepted(lotIdx).
           move regIdx to ltRegIdx(lotIdx).
           add 1 to lotsReleased.

       countReleasedRejects.
           open input heldFile.
           if fsHeld is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read heldFile
                   at end move 1 to eofFile
                   not at end
                       perform checkHeldCardDue
                       if heldCardDue is equal to 1
                           add 1 to ltRejected(lotIdx)
                       end-if
               end-read
           end-perform.
           close heldFile.

    *>    a withheld card from an earlier night still owed -- withheld,
    *>    or sent by an earlier pass of this same night -- whose lot is
    *>    in tonight's table; lotIdx is left on that lot.
       checkHeldCardDue.
           move zero to heldCardDue.
           move heldLine to heldCardRecord.
           move hcReject to rejectRecord.
           if rejectRunDate is not numeric
               exit paragraph
           end-if.
           if rejectRunDate is equal to returnDate
               exit paragraph
           end-if.
           if hcState is not equal to 'H'
                   and (hcState is not equal to 'S'
                       or hcSent is not equal to returnDate)
               exit paragraph
           end-if.
           perform rejectLotKey.
           perform findLotEntry.
           if lotIdx is not equal to zero
               move 1 to heldCardDue
           end-if.

    *>    each lot's department off its prefix, and whether it goes
    *>    tonight: a lot still on hold waits, a lot no department
    *>    claims has nowhere to go.
       settleLotStates.
           perform varying lotIdx from 1 by 1
                   until lotIdx is greater than lotCount
               perform varying mapIdx from 1 by 1
                       until mapIdx is greater than mapCount
                   if mpPrefix(mapIdx) is equal to ltLot(lotIdx)(1:3)
                       move mpDept(mapIdx) to ltDept(lotIdx)
                       exit perform
                   end-if
               end-perform
               move ltLot(lotIdx) to holdLotCheck
               perform checkLotOnHold
               if ltDept(lotIdx) is equal to spaces
                   move 'U' to ltState(lotIdx)
                   add 1 to unmappedLots
                   display "LOT " ltLot(lotIdx) " OF " ltRunDate(lotIdx)
                       " MAPS TO NO DEPARTMENT, NOT RETURNED"
               else if lotOnHold is equal to 1
                   move 'H' to ltState(lotIdx)
                   add 1 to lotsWithheld
               else
                   move 'S' to ltState(lotIdx)
                   add 1 to lotsReturned
               end-if
               end-if
           end-perform.

    *>    every lot going out releases its control record; the reject
    *>    file is then read once more, and the withheld file after it,
    *>    and each card belonging to one of them is released behind
    *>    it.
       releaseReturns.
           perform varying lotIdx from 1 by 1
                   until lotIdx is greater than lotCount
               if ltState(lotIdx) is equal to 'S'
                   move ltLot(lotIdx) to rlLot
                   move ltRunDate(lotIdx) to rlRunDate
                   move ltAccepted(lotIdx) to rlAccepted
                   move ltRejected(lotIdx) to rlRejected
                   move lotRecord to srLine
                   move '1' to srKind
                   move zero to sortSeq
                   perform releaseOneReturn
               end-if
           end-perform.
           open input rejectFile.
           if fsReject is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read rejectFile
                   at end move 1 to eofFile
                   not at end
                       move rejectLine to rejectRecord
                       if rejectRunDate is numeric
                           if rejectRunDate is equal to returnDate
                               perform rejectLotKey
                               perform findLotEntry
                               if lotIdx is not equal to zero
                                   if ltState(lotIdx) is equal to 'S'
                                       perform releaseOneCard
                                   end-if
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.
           close rejectFile.
           if lotsReleased is equal to zero
               exit paragraph
           end-if.
           open input heldFile.
           if fsHeld is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read heldFile
                   at end move 1 to eofFile
                   not at end
                       perform checkHeldCardDue
                       if heldCardDue is equal to 1
                           if ltState(lotIdx) is equal to 'S'
                               perform releaseOneCard
                           end-if
                       end-if
               end-read
           end-perform.
           close heldFile.

       releaseOneCard.
           move rejectCardImage to rcImage.
           move rejectReasonCode to rcReasonCode.
           move rejectReasonText to rcReasonText.
           move rejectRunDate to rcRunDate.
           move cardRecord to srLine.
           move '2' to srKind.
           add 1 to sortSeq.
           perform releaseOneReturn.

       releaseOneReturn.
           move ltDept(lotIdx) to srDept.
           move ltLot(lotIdx) to srLot.
           move ltRunDate(lotIdx) to srRunDate.
           move sortSeq to srSeq.
           release returnSortRec.

    *>    one return file per department: the batch header, each lot's
    *>    control record with its cards behind it, and the batch
    *>    trailer closing the file.
       writeReturnFiles.
           move spaces to returnDept.
           move zero to eofSort.
           perform until eofSort is equal to 1
               return returnSort
                   at end move 1 to eofSort
                   not at end perform writeOneReturn
               end-return
           end-perform.
           perform closeReturn.

       writeOneReturn.
           if srDept is not equal to returnDept
               perform closeReturn
               move srDept to returnDept
               perform openReturn
           end-if.
           if returnOpen is not equal to 1
               exit paragraph
           end-if.
           move srLine to returnLine.
           write returnLine.
           if srKind is equal to '2'
               move srLine to cardRecord
               add 1 to deptCardCount
               add 1 to cardsReturned
               move function test-numval(rcImage(1:11)) to numvalCheck
               if numvalCheck is equal to zero
                   if function numval(rcImage(1:11)) is less than zero
                       compute hashCardNum = zero
                           - function numval(rcImage(1:11))
                   else
                       move function numval(rcImage(1:11))
                           to hashCardNum
                   end-if
                   compute deptHashTotal = function mod(
                       deptHashTotal + hashCardNum, 10000000000000)
               end-if
           end-if.

    *>    the header's count is the department's rejected cards across
    *>    the lots going to it, known before the first card is written.
       openReturn.
           move spaces to returnFileName.
           string function trim(returnPrefix) delimited by size
                  "." delimited by size
                  function trim(returnDept) delimited by size
               into returnFileName.
           call 'RGNCHK' using returnFileName, runRegion.
           open output returnFile.
           if fsReturn is not equal to "00"
               display "RETURN FILE OPEN FAILURE, STATUS " fsReturn
                   " FILE " function trim(returnFileName)
               move 1 to returnFailed
               exit paragraph
           end-if.
           move 1 to returnOpen.
           move zero to deptCardCount.
           move zero to deptHashTotal.
           move returnDate to rhBatch.
           move zero to rhCount.
           perform varying lotIdx from 1 by 1
                   until lotIdx is greater than lotCount
               if ltDept(lotIdx) is equal to returnDept
                       and ltState(lotIdx) is equal to 'S'
                   add ltRejected(lotIdx) to rhCount
               end-if
           end-perform.
           move returnDept to rhDept.
           move riDate to rhDate.
           write returnLine from headerRecord.

       closeReturn.
           if returnOpen is not equal to 1
               exit paragraph
           end-if.
           move deptCardCount to rtCount.
           move deptHashTotal to rtHash.
           write returnLine from trailerRecord.
           close returnFile.
           move zero to returnOpen.
           add 1 to returnFilesWritten.
           display "RETURNS WRITTEN: " function trim(returnFileName)
               " (" deptCardCount " CARDS)".

    *>    tonight's lots join the register; a released lot's withheld
    *>    row is marked sent tonight. a lot whose department file
    *>    couldn't be written stays withheld so the next run carries
    *>    it.
       updateRegister.
           perform varying lotIdx from 1 by 1
                   until lotIdx is greater than lotCount
               if ltState(lotIdx) is not equal to 'U'
                   perform registerOneLot
               end-if
           end-perform.

       registerOneLot.
           if ltRegIdx(lotIdx) is equal to zero
               if regCount is equal to 3000
                   display "RETURN REGISTER TABLE FULL AT 3000, LOT "
                       ltLot(lotIdx) " NOT REGISTERED"
                   move 1 to returnFailed
                   exit paragraph
               end-if
               add 1 to regCount
               move regCount to regIdx
               move ltLot(lotIdx) to rtLot(regIdx)
               move ltRunDate(lotIdx) to rtRunDate(regIdx)
           else
               move ltRegIdx(lotIdx) to regIdx
           end-if.
           move ltDept(lotIdx) to rtDept(regIdx).
           move ltAccepted(lotIdx) to rtAccepted(regIdx).
           move ltRejected(lotIdx) to rtRejected(regIdx).
           if ltState(lotIdx) is equal to 'S' and returnFailed is zero
               move 'S' to rtState(regIdx)
               move returnDate to rtSent(regIdx)
           else
               move 'H' to rtState(regIdx)
               move zero to rtSent(regIdx)
           end-if.

    *>    the withheld file rebuilt: tonight's rows from an earlier pass
    *>    drop out, a released lot's cards are marked sent tonight --
    *>    or back to withheld, when its department file couldn't be
    *>    written -- and the cards of every lot withheld tonight join
    *>    the queue. a night whose returns failed queues all of its
    *>    cards, since primes2.cob's next run starts the reject file
    *>    over.
       installWithheldCards.
           move spaces to heldWorkFileName.
           string function trim(heldFileName) delimited by size
                  ".wrk" delimited by size
               into heldWorkFileName.
           open output heldWorkFile.
           if fsHeldWork is not equal to "00"
               display "WITHHELD WORK FILE OPEN FAILURE, STATUS "
                   fsHeldWork " FILE " function trim(heldWorkFileName)
               move 1 to returnFailed
               exit paragraph
           end-if.
           open input heldFile.
           if fsHeld is equal to "00"
               move zero to eofFile
               perform until eofFile is equal to 1
                   read heldFile
                       at end move 1 to eofFile
                       not at end perform carryOneHeldCard
                   end-read
               end-perform
               close heldFile
           end-if.
           open input rejectFile.
           if fsReject is equal to "00"
               move zero to eofFile
               perform until eofFile is equal to 1
                   read rejectFile
                       at end move 1 to eofFile
                       not at end perform queueOneRejectedCard
                   end-read
               end-perform
               close rejectFile
           end-if.
           close heldWorkFile.
           open input heldWorkFile.
           open output heldFile.
           if fsHeldWork is not equal to "00"
                   or fsHeld is not equal to "00"
               display "WITHHELD FILE INSTALL FAILURE, STATUS " fsHeld
                   " " fsHeldWork
               move 1 to returnFailed
           else
               move zero to eofFile
               perform until eofFile is equal to 1
                   read heldWorkFile
                       at end move 1 to eofFile
                       not at end write heldLine from heldWorkLine
                   end-read
               end-perform
           end-if.
           close heldWorkFile.
           close heldFile.

       carryOneHeldCard.
           move heldLine to heldCardRecord.
           move hcReject to rejectRecord.
           if rejectRunDate is equal to returnDate
               exit paragraph
           end-if.
           perform checkHeldCardDue.
           if heldCardDue is equal to 1
               if ltState(lotIdx) is equal to 'S'
                       and returnFailed is zero
                   move 'S' to hcState
                   move returnDate to hcSent
               else
                   move 'H' to hcState
                   move zero to hcSent
               end-if
           else if hcState is equal to 'S'
                   and hcSent is equal to returnDate
               move 'H' to hcState
               move zero to hcSent
           end-if
           end-if.
           write heldWorkLine from heldCardRecord.

       queueOneRejectedCard.
           move rejectLine to rejectRecord.
           if rejectRunDate is not equal to returnDate
               exit paragraph
           end-if.
           perform rejectLotKey.
           perform findLotEntry.
           if lotIdx is equal to zero
               exit paragraph
           end-if.
           if ltState(lotIdx) is equal to 'H'
                   or (ltState(lotIdx) is equal to 'S'
                       and returnFailed is equal to 1)
               move spaces to heldCardRecord
               move rejectLine to hcReject
               move 'H' to hcState
               move zero to hcSent
               write heldWorkLine from heldCardRecord
               add 1 to cardsWithheld
           end-if.

       rewriteRegister.
           open output registerFile.
           if fsRegister is not equal to "00"
               display "RETURN REGISTER WRITE FAILURE, STATUS "
                   fsRegister " FILE " function trim(registerFileName)
               move 1 to returnFailed
               exit paragraph
           end-if.
           perform varying regIdx from 1 by 1
                   until regIdx is greater than regCount
               move rtLot(regIdx) to rgLot
               move rtRunDate(regIdx) to rgRunDate
               move rtDept(regIdx) to rgDept
               move rtAccepted(regIdx) to rgAccepted
               move rtRejected(regIdx) to rgRejected
               move rtState(regIdx) to rgState
               move rtSent(regIdx) to rgSent
               write registerLine from registerRecord
           end-perform.
           close registerFile.
