    *>    chargeback credit memos: backout.cob unwinds a bad run's audit
    *>    rows, master adds and seen entries, but when that month's
    *>    chargebk.cob extract has already gone to finance the sending
    *>    department stays billed for cards that were thrown away, and
    *>    the dispute used to get settled by hand in a spreadsheet.
    *>    this step reads the backout register backout.cob just
    *>    printed, prices every removed audit row per department at
    *>    the rate it was billed at -- the deptmst.dat rate band in
    *>    force on the row's own run date, the same rule chargebk.cob
    *>    prices by -- and prints a credit memo. rows from a period
    *>    chargebk.cob has already billed become pending credit
    *>    records on chgcred.dat; the next chargebk.cob run carries
    *>    them into the finance extract as credit records so the
    *>    invoice nets them off. rows from a period not yet billed
    *>    need no credit: the backout already took them out of what
    *>    that billing run will see.
       identification division.
       program-id. crmemo.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    dynamic-assigned with environment overrides, same convention
    *>    as the rest of the tree -- BACKOUT_REGISTER_DD and DEPTMST_DD
    *>    are the names backout.cob and chargebk.cob already use.
       select registerFile assign to dynamic registerFileName
           organization is line sequential
           file status is fsRegister.
       select deptFile assign to dynamic deptFileName
           organization is line sequential
           file status is fsDept.
       select billedFile assign to dynamic billedFileName
           organization is line sequential
           file status is fsBilled.
       select creditFile assign to dynamic creditFileName
           organization is line sequential
           file status is fsCredit.
       select memoFile assign to dynamic memoFileName
           organization is line sequential
           file status is fsMemo.

       data division.
       file section.
         fd registerFile.
             01 registerLine pic x(132).
    *>    chargebk.cob's department master layout, rate bands and all.
         fd deptFile.
             01 deptRecord.
                 02 dmPrefix pic x(3).
                 02 filler pic x.
                 02 dmDept pic x(8).
                 02 filler pic x.
                 02 dmCardRate pic 9(3)v99.
                 02 filler pic x.
                 02 dmRejectRate pic 9(3)v99.
                 02 filler pic x.
                 02 dmEffective pic x(8).
                 02 filler pic x(47).
    *>    chargebk.cob's billed-period log: one line per billing run.
         fd billedFile.
             01 billedRecord.
                 02 bpPeriod pic x(6).
                 02 filler pic x(74).
    *>    one pending (or applied) credit per billed period per
    *>    department rate band, tagged with the backout that raised
    *>    it. crApplied stays zero until chargebk.cob carries the
    *>    credit into a finance extract, then holds that extract's
    *>    billing period.
         fd creditFile.
             01 creditRecord.
                 02 crBackoutDate pic 9(8).
                 02 filler pic x.
                 02 crBackoutJob pic x(8).
                 02 filler pic x.
                 02 crPeriod pic 9(6).
                 02 filler pic x.
                 02 crDept pic x(8).
                 02 filler pic x.
                 02 crCards pic 9(9).
                 02 filler pic x.
                 02 crRejects pic 9(9).
                 02 filler pic x.
                 02 crCardAmount pic 9(9)v99.
                 02 filler pic x.
                 02 crRejectAmount pic 9(9)v99.
                 02 filler pic x.
                 02 crTotalAmount pic 9(9)v99.
                 02 filler pic x.
                 02 crApplied pic 9(6).
         fd memoFile.
             01 outLine pic x(9999) value spaces.

       working-storage section.
           77 registerFileName pic x(99) value "./backout.out".
           77 deptFileName pic x(99)
               value "./cobol/assets/deptmst.dat".
           77 billedFileName pic x(99)
               value "./cobol/assets/chgbill.dat".
           77 creditFileName pic x(99)
               value "./cobol/assets/chgcred.dat".
           77 memoFileName pic x(99) value "./crmemo.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsRegister pic xx.
           77 fsDept pic xx.
           77 fsBilled pic xx.
           77 fsCredit pic xx.
           77 fsMemo pic xx.
           77 eofFile pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
    *>    run's real code is put back after the call.
           77 rsProgram pic x(9) value 'CRMEMO'.
           77 rsRc pic s9(4).
           77 rsRows pic 9(9) value zero.
           77 rsRejects pic 9(9) value zero.
    *>    the backout the register describes, off its run-info line.
           77 backoutDate pic 9(8) value zero.
           77 backoutJob pic x(8) value spaces.
           77 alreadyRaised pic 9 value zero.
    *>    department rate bands in memory, the same table chargebk.cob
    *>    prices from.
           77 deptCount pic 9(4) value zero.
           77 deptIdx pic 9(4).
           77 deptFound pic 9(4).
       01 deptTable.
           02 deptEntry occurs 500 times.
               03 dtPrefix pic x(3).
               03 dtDept pic x(8).
               03 dtCardRate pic 9(3)v99.
               03 dtRejectRate pic 9(3)v99.
               03 dtEffective pic 9(8).
    *>    periods chargebk.cob has already sent to finance.
           77 billedCount pic 9(4) value zero.
           77 billedIdx pic 9(4).
           77 periodBilled pic 9.
       01 billedTable.
           02 billedPeriod pic 9(6) occurs 240 times.
    *>    the credits being raised: one line per billed period per
    *>    rate band.
           77 creditCount pic 9(4) value zero.
           77 creditIdx pic 9(4).
           77 creditFound pic 9(4).
       01 creditTable.
           02 creditEntry occurs 500 times.
               03 ctPeriod pic 9(6).
               03 ctBand pic 9(4).
               03 ctCards pic 9(9).
               03 ctRejects pic 9(9).
           77 rowDate pic 9(8).
           77 rowPeriod pic 9(6).
           77 rowIsReject pic 9.
    *>    removed rows that raise no credit, by reason.
           77 rowsCredited pic 9(9) value zero.
           77 rowsUnbilled pic 9(9) value zero.
           77 rowsUnpriced pic 9(9) value zero.
           77 rowsOverflow pic 9(9) value zero.
           77 workCardAmount pic 9(9)v99.
           77 workRejectAmount pic 9(9)v99.
           77 workTotalAmount pic 9(9)v99.
           77 grandTotalAmount pic 9(9)v99 value zero.
    *>    backout.cob's register layouts: the detail line carries the
    *>    removed record whole; the run-info line names the backout.
       01 registerIn.
           02 filler pic x.
           02 rgAction pic x(24).
           02 rgText pic x(80).
           02 filler pic x(27).
       01 registerHeadIn redefines registerIn.
           02 filler pic x(6).
           02 rhLabel pic x(9).
           02 rhDate pic x(8).
           02 filler pic x(7).
           02 rhTime pic x(8).
           02 rhBackingLabel pic x(16).
           02 rhTarget pic x(8).
           02 filler pic x(5).
           02 rhJob pic x(8).
           02 filler pic x(57).
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
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(24) value 'CHARGEBACK CREDIT MEMO'.
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
           02 filler pic x(14) value '  BACKOUT OF  '.
           02 riOutBackout pic 9(8).
           02 filler pic x(5) value ' JOB '.
           02 riOutJob pic x(8).
       01 blankLine.
           02 filler pic x value space.
       01 memoLine.
           02 filler pic x value space.
           02 mmPeriod pic 9(6).
           02 filler pic x value space.
           02 mmDept pic x(8).
           02 filler pic x(6) value ' FROM '.
           02 mmEffective pic 9(8).
           02 filler pic x(7) value ' CARDS '.
           02 mmCards pic z(8)9.
           02 filler pic x(4) value ' AT '.
           02 mmCardRate pic zz9.99.
           02 filler pic x(3) value ' = '.
           02 mmCardAmount pic z(8)9.99.
           02 filler pic x(10) value '  REJECTS '.
           02 mmRejects pic z(8)9.
           02 filler pic x(4) value ' AT '.
           02 mmRejectRate pic zz9.99.
           02 filler pic x(3) value ' = '.
           02 mmRejectAmount pic z(8)9.99.
           02 filler pic x(9) value '  CREDIT '.
           02 mmTotalAmount pic z(8)9.99.
       01 memoCountLine.
           02 filler pic x value space.
           02 mcLabel pic x(48).
           02 mcCount pic z(8)9.
       01 grandTotalLine.
           02 filler pic x value space.
           02 filler pic x(19) value 'TOTAL CREDIT MEMO  '.
           02 gtAmount pic z(8)9.99.

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept envOverride from environment "BACKOUT_REGISTER_DD".
           if envOverride is not equal to spaces
               move envOverride to registerFileName
           end-if.
           call 'RGNCHK' using registerFileName, runRegion.
           accept envOverride from environment "DEPTMST_DD".
           if envOverride is not equal to spaces
               move envOverride to deptFileName
           end-if.
           call 'RGNCHK' using deptFileName, runRegion.
           accept envOverride from environment "CHARGEBK_BILLED_DD".
           if envOverride is not equal to spaces
               move envOverride to billedFileName
           end-if.
           call 'RGNCHK' using billedFileName, runRegion.
           accept envOverride from environment "CHARGEBK_CREDIT_DD".
           if envOverride is not equal to spaces
               move envOverride to creditFileName
           end-if.
           call 'RGNCHK' using creditFileName, runRegion.
           accept envOverride from environment "CRMEMO_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to memoFileName
           end-if.
           call 'RGNCHK' using memoFileName, runRegion.
           perform loadDeptMaster.
           if deptCount is equal to zero
               display "NO DEPARTMENT MASTER ON FILE, NOTHING TO PRICE."
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform loadBilledPeriods.
           perform readRegister.
           if backoutDate is equal to zero
               display "NO BACKOUT REGISTER AT "
                   function trim(registerFileName) ", NO CREDIT RAISED."
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
    *>    one memo per backout: a second run over the same register
    *>    would bill the department's credit twice.
           perform checkAlreadyRaised.
           if alreadyRaised is equal to 1
               display "CREDITS FOR BACKOUT " backoutDate " JOB "
                   backoutJob " ALREADY RAISED, NOTHING ADDED."
               move 4 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform writeMemo.
           if creditCount is greater than zero
               perform appendCredits
           end-if.
           display "CREDIT MEMO COMPLETE: BACKOUT " backoutDate " JOB "
               backoutJob ", " rowsCredited " ROWS CREDITED.".
           if creditCount is equal to zero
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           call 'RUNSTAT' using rsProgram, rsRc, rsRows, rsRejects.
           move rsRc to return-code.

       loadDeptMaster.
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
                           if dmPrefix is not equal to spaces
                                   and deptCount is less than 500
                               add 1 to deptCount
                               move dmPrefix to dtPrefix(deptCount)
                               move dmDept to dtDept(deptCount)
                               move dmCardRate to dtCardRate(deptCount)
                               move dmRejectRate to
                                   dtRejectRate(deptCount)
                               if dmEffective is numeric
                                   move dmEffective to
                                       dtEffective(deptCount)
                               else
                                   move zero to dtEffective(deptCount)
                               end-if
                           end-if
                   end-read
               end-perform
               close deptFile
           end-if.

    *>    no billed-period log yet means chargebk.cob has never run
    *>    since it started keeping one: nothing has gone to finance
    *>    that a credit could net against.
       loadBilledPeriods.
           open input billedFile.
           if fsBilled is equal to "00"
               move zero to eofFile
               perform until eofFile is equal to 1
                   read billedFile
                       at end move 1 to eofFile
                       not at end
                           if bpPeriod is numeric
                                   and billedCount is less than 240
                               add 1 to billedCount
                               move bpPeriod to billedPeriod(billedCount)
                           end-if
                   end-read
               end-perform
               close billedFile
           end-if.

       readRegister.
           open input registerFile.
           if fsRegister is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read registerFile
                   at end move 1 to eofFile
                   not at end perform siftOneRegisterLine
               end-read
           end-perform.
           close registerFile.

       siftOneRegisterLine.
           move registerLine to registerIn.
           if rhLabel is equal to 'RUN DATE '
                   and rhBackingLabel is equal to '  BACKING OUT:  '
               if rhTarget is numeric
                   move rhTarget to backoutDate
                   move rhJob to backoutJob
               end-if
               exit paragraph
           end-if.
           if rgAction is equal to 'AUDIT ROW REMOVED'
               add 1 to rsRows
               move rgText to auditRecordIn
               perform creditOneRow
           end-if.

    *>    one removed audit row: classified cards and rejects read the
    *>    way chargebk.cob billed them, priced at the band that was in
    *>    force on the row's run date.
       creditOneRow.
           if aiDate is not numeric or aiLot is equal to spaces
               add 1 to rowsUnpriced
               exit paragraph
           end-if.
           move aiDate to rowDate.
           compute rowPeriod = function integer(rowDate / 100).
           move zero to periodBilled.
           perform varying billedIdx from 1 by 1
                   until billedIdx is greater than billedCount
               if billedPeriod(billedIdx) is equal to rowPeriod
                   move 1 to periodBilled
                   exit perform
               end-if
           end-perform.
           if periodBilled is equal to zero
               add 1 to rowsUnbilled
               exit paragraph
           end-if.
           move zero to deptFound.
           perform varying deptIdx from 1 by 1
                   until deptIdx is greater than deptCount
               if dtPrefix(deptIdx) is equal to aiLot(1:3)
                       and dtEffective(deptIdx) is not greater than rowDate
                   if deptFound is equal to zero
                       move deptIdx to deptFound
                   else
                       if dtEffective(deptIdx) is greater than
                               dtEffective(deptFound)
                           move deptIdx to deptFound
                       end-if
                   end-if
               end-if
           end-perform.
    *>    an unmapped row went on the invoice at zero rate: there is
    *>    nothing to give back.
           if deptFound is equal to zero
               add 1 to rowsUnpriced
               exit paragraph
           end-if.
           move zero to creditFound.
           perform varying creditIdx from 1 by 1
                   until creditIdx is greater than creditCount
               if ctPeriod(creditIdx) is equal to rowPeriod
                       and ctBand(creditIdx) is equal to deptFound
                   move creditIdx to creditFound
                   exit perform
               end-if
           end-perform.
           if creditFound is equal to zero
               if creditCount is equal to 500
                   add 1 to rowsOverflow
                   exit paragraph
               end-if
               add 1 to creditCount
               move creditCount to creditFound
               move rowPeriod to ctPeriod(creditFound)
               move deptFound to ctBand(creditFound)
               move zero to ctCards(creditFound)
               move zero to ctRejects(creditFound)
           end-if.
           add 1 to rowsCredited.
           if aiResult is equal to "PRIME"
                   or aiResult is equal to "NOT A PRIME"
               add 1 to ctCards(creditFound)
           else
               add 1 to ctRejects(creditFound)
           end-if.

       checkAlreadyRaised.
           open input creditFile.
           if fsCredit is equal to "00"
               move zero to eofFile
               perform until eofFile is equal to 1
                   read creditFile
                       at end move 1 to eofFile
                       not at end
                           if crBackoutDate is equal to backoutDate
                                   and crBackoutJob is equal to backoutJob
                               move 1 to alreadyRaised
                               move 1 to eofFile
                           end-if
                   end-read
               end-perform
               close creditFile
           end-if.

       writeMemo.
           open output memoFile.
           if fsMemo is not equal to "00"
               display "FILE OPEN FAILURE, MEMO STATUS " fsMemo
                   " FILE " memoFileName
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           move backoutDate to riOutBackout.
           move backoutJob to riOutJob.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
           write outLine from blankLine after advancing 1 line.
           perform varying creditIdx from 1 by 1
                   until creditIdx is greater than creditCount
               move ctBand(creditIdx) to deptIdx
               compute workCardAmount =
                   ctCards(creditIdx) * dtCardRate(deptIdx)
               compute workRejectAmount =
                   ctRejects(creditIdx) * dtRejectRate(deptIdx)
               compute workTotalAmount =
                   workCardAmount + workRejectAmount
               add workTotalAmount to grandTotalAmount
               move ctPeriod(creditIdx) to mmPeriod
               move dtDept(deptIdx) to mmDept
               move dtEffective(deptIdx) to mmEffective
               move ctCards(creditIdx) to mmCards
               move dtCardRate(deptIdx) to mmCardRate
               move workCardAmount to mmCardAmount
               move ctRejects(creditIdx) to mmRejects
               move dtRejectRate(deptIdx) to mmRejectRate
               move workRejectAmount to mmRejectAmount
               move workTotalAmount to mmTotalAmount
               write outLine from memoLine after advancing 1 line
           end-perform.
           write outLine from blankLine after advancing 1 line.
           move 'ROWS CREDITED' to mcLabel.
           move rowsCredited to mcCount.
           write outLine from memoCountLine after advancing 1 line.
           move 'ROWS FROM A PERIOD NOT YET BILLED, NO CREDIT' to mcLabel.
           move rowsUnbilled to mcCount.
           write outLine from memoCountLine after advancing 1 line.
           move 'ROWS BILLED AT NO RATE, NO CREDIT' to mcLabel.
           move rowsUnpriced to mcCount.
           write outLine from memoCountLine after advancing 1 line.
           if rowsOverflow is greater than zero
               move 'ROWS OVER THE CREDIT TABLE, NOT CREDITED' to mcLabel
               move rowsOverflow to mcCount
               write outLine from memoCountLine after advancing 1 line
               display "CREDIT TABLE FULL AT 500 LINES, " rowsOverflow
                   " ROWS NOT CREDITED."
           end-if.
           write outLine from blankLine after advancing 1 line.
           move grandTotalAmount to gtAmount.
           write outLine from grandTotalLine after advancing 1 line.
           close memoFile.

    *>    pending credits go on the end of chgcred.dat, opened
    *>    extend-else-output the way the audit logs are, for the next
    *>    chargebk.cob run to carry into the finance extract.
       appendCredits.
           open extend creditFile.
           if fsCredit is not equal to "00"
               open output creditFile
           end-if.
           if fsCredit is not equal to "00"
               display "CREDIT FILE WRITE FAILURE, STATUS " fsCredit
                   " FILE " function trim(creditFileName)
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform varying creditIdx from 1 by 1
                   until creditIdx is greater than creditCount
               move ctBand(creditIdx) to deptIdx
               move spaces to creditRecord
               move backoutDate to crBackoutDate
               move backoutJob to crBackoutJob
               move ctPeriod(creditIdx) to crPeriod
               move dtDept(deptIdx) to crDept
               move ctCards(creditIdx) to crCards
               move ctRejects(creditIdx) to crRejects
               compute crCardAmount =
                   ctCards(creditIdx) * dtCardRate(deptIdx)
               compute crRejectAmount =
                   ctRejects(creditIdx) * dtRejectRate(deptIdx)
               compute crTotalAmount = crCardAmount + crRejectAmount
               move zero to crApplied
               write creditRecord
           end-perform.
           close creditFile.
