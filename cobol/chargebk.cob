    *>    audit file for rows not yet cut over, tallies classified
    *>    cards and rejects per department, and produces a
    *>    per-department invoice report alongside a fixed-layout
    *>    extract the finance system can load. rates are
    *>    effective-dated (deptmnt.cob keeps one rate record per prefix
    *>    per effective date), and every audit row is priced at the
    *>    rate in force on its own run date, so a rate change keyed
    *>    mid-month only bills from the day it took effect. credits
    *>    crmemo.cob raised for backed-out runs of an already-billed
    *>    period ride along on the next extract as credit records, and
    *>    every period billed is logged so crmemo.cob knows which
    *>    backouts finance has already been charged for. a period the
    *>    month-end stream has closed (PERLOCK) is never billed again.
    *>    a lot a supervisor has put on hold through lothold.cob is not
    *>    billed: its rows wait on a withheld file of their own and are
    *>    billed, each at the rate of its own run date, in the first
    *>    period billed after the lot is released.
       identification division.
       program-id. chargebk.

       select extractFile assign to dynamic extractFileName
           organization is line sequential
           file status is fsExtract.
       select billedFile assign to dynamic billedFileName
           organization is line sequential
           file status is fsBilled.
    *>    pending credits are marked applied through a work file copied
    *>    back over the original, the same install backout.cob uses.
       select creditFile assign to dynamic creditFileName
           organization is line sequential
           file status is fsCredit.
       select creditWorkFile assign to dynamic creditWorkFileName
           organization is line sequential
           file status is fsCreditWork.
    *>    lothold.cob's holds, and the rows held back for them, rebuilt
    *>    through a work file the same way.
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
    *>    one department master record per lot-id prefix per effective
    *>    date: the leading characters of the lot ids that department
    *>    submits under, its department code, the two billing rates as
    *>    9(3)v99 (00150 reads 1.50), and the date they take effect --
    *>    blank on records from before rates were dated, read as in
    *>    force from the beginning.
         fd deptFile.
             01 deptRecord.
                 02 dmPrefix pic x(3).
                 02 dmCardRate pic 9(3)v99.
                 02 filler pic x.
                 02 dmRejectRate pic 9(3)v99.
                 02 filler pic x.
                 02 dmEffective pic x(8).
                 02 filler pic x(47).
         fd catalogFile.
             01 catalogRecord.
                 02 catGenDate pic x(8).
             01 auditLine pic x(80).
         fd reportFile.
             01 outLine pic x(9999) value spaces.
    *>    finance extract: one fixed-layout record per department rate
    *>    band, type I, then one type C record per credit being netted
    *>    off -- amounts on a credit are positive and mean money back.
    *>    exSourcePeriod is the period the credited cards were billed
    *>    in and exBackoutDate/exBackoutJob the backout that raised it;
    *>    on an invoice record they are the billing period and blank.
         fd extractFile.
             01 extractRecord.
                 02 exPeriod pic 9(6).
                 02 exRejectAmount pic 9(9)v99.
                 02 filler pic x value space.
                 02 exTotalAmount pic 9(9)v99.
                 02 filler pic x value space.
                 02 exRecordType pic x.
                 02 filler pic x value space.
                 02 exSourcePeriod pic 9(6).
                 02 filler pic x value space.
                 02 exBackoutDate pic x(8).
                 02 filler pic x value space.
                 02 exBackoutJob pic x(8).
    *>    one line per billing run, read by crmemo.cob.
         fd billedFile.
             01 billedRecord.
                 02 bpPeriod pic 9(6).
                 02 filler pic x.
                 02 bpRunDate pic 9(8).
                 02 filler pic x.
                 02 bpRunTime pic 9(8).
    *>    crmemo.cob's credit record layout.
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
         fd creditWorkFile.
             01 creditWorkLine pic x(120).
         fd holdFile.
             01 holdLine pic x(80).
         fd heldFile.
             01 heldLine pic x(80).
         fd heldWorkFile.
             01 heldWorkLine pic x(80).

       working-storage section.
           77 deptFileName pic x(99)
           77 currentAuditName pic x(99) value "./primes.audit".
           77 reportFileName pic x(99) value "./chargebk.out".
           77 extractFileName pic x(99) value "./chargebk.ext".
           77 billedFileName pic x(99)
               value "./cobol/assets/chgbill.dat".
           77 creditFileName pic x(99)
               value "./cobol/assets/chgcred.dat".
           77 creditWorkFileName pic x(99).
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsDept pic xx.
           77 fsCatalog pic xx.
           77 fsAudit pic xx.
           77 fsReport pic xx.
           77 fsExtract pic xx.
           77 fsBilled pic xx.
           77 fsCredit pic xx.
           77 fsCreditWork pic xx.
           77 eofCredit pic 9.
           77 creditsApplied pic 9(9) value zero.
           77 creditTotalAmount pic 9(9)v99 value zero.
           77 eofDept pic 9 value zero.
           77 eofCatalog pic 9 value zero.
           77 eofAudit pic 9.
           77 rsProgram pic x(9) value 'CHARGEBK'.
           77 rsRc pic s9(4).
           77 rsRejects pic 9(9) value zero.
           77 plResult pic x.
           77 plCloseDate pic 9(8).
    *>    department master carried in memory -- the same
    *>    linear-search-a-small-table approach rollup.cob uses. one
    *>    entry per rate band (prefix plus effective date), each
    *>    tallying the rows it priced.
           77 deptCount pic 9(4) value zero.
           77 deptIdx pic 9(4).
           77 deptFound pic 9(4).
           77 rowDate pic 9(8).
           77 laterIdx pic 9(4).
           77 bandShown pic 9.
       01 deptTable.
           02 deptEntry occurs 500 times.
               03 dtPrefix pic x(3).
               03 dtDept pic x(8).
               03 dtCardRate pic 9(3)v99.
               03 dtRejectRate pic 9(3)v99.
               03 dtEffective pic 9(8).
               03 dtCards pic 9(9).
               03 dtRejects pic 9(9).
    *>    lots whose prefix maps to no department -- or to one whose
    *>    first rate only takes effect after the row's run date -- still
    *>    have to be billed to somebody's attention: they land in a
    *>    catch-all bucket at zero rate and get their own report line.
           77 unmappedCards pic 9(9) value zero.
           77 unmappedRejects pic 9(9) value zero.
           77 workCardAmount pic 9(9)v99.
           77 workRejectAmount pic 9(9)v99.
           77 workTotalAmount pic 9(9)v99.
           77 grandTotalAmount pic s9(9)v99 value zero.
    *>    lots on hold: the holds in force and the withheld file. a
    *>    withheld row's cycle is the billing period that held it back.
           77 holdFileName pic x(99)
               value "./cobol/assets/lothold.dat".
           77 heldFileName pic x(99)
               value "./cobol/assets/chgheld.dat".
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
    *>    primes2.cob's audit record layout, fixed-width.
       01 auditRecordIn.
           02 aiDate pic x(8).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(29) value 'DEPARTMENT CHARGEBACK INVOICE'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
       01 invoiceLine.
           02 filler pic x value space.
           02 ivDept pic x(8).
           02 filler pic x(6) value ' FROM '.
           02 ivEffective pic 9(8).
           02 filler pic x(7) value ' CARDS '.
           02 ivCards pic z(8)9.
           02 filler pic x(4) value ' AT '.
           02 filler pic x(8) value ' CARDS, '.
           02 umRejects pic z(8)9.
           02 filler pic x(40) value
               ' REJECTS -- NO DEPARTMENT RATE IN FORCE'.
       01 holdSummaryLine.
           02 filler pic x value space.
           02 filler pic x(11) value 'HELD LOTS: '.
           02 hsWithheld pic z(8)9.
           02 filler pic x(16) value ' ROWS WITHHELD, '.
           02 hsReleased pic z(8)9.
           02 filler pic x(36) value
               ' RELEASED ROWS FROM HOLD BILLED HERE'.
       01 creditHeadLine.
           02 filler pic x value space.
           02 filler pic x(40) value
               'CREDITS FOR BACKED-OUT RUNS NETTED OFF:'.
       01 creditLine.
           02 filler pic x value space.
           02 cdDept pic x(8).
           02 filler pic x(8) value ' PERIOD '.
           02 cdPeriod pic 9(6).
           02 filler pic x(9) value ' BACKOUT '.
           02 cdBackoutDate pic 9(8).
           02 filler pic x value space.
           02 cdBackoutJob pic x(8).
           02 filler pic x(7) value ' CARDS '.
           02 cdCards pic z(8)9.
           02 filler pic x(9) value ' REJECTS '.
           02 cdRejects pic z(8)9.
           02 filler pic x(9) value '  CREDIT '.
           02 cdTotalAmount pic z(8)9.99.
       01 grandTotalLine.
           02 filler pic x value space.
           02 filler pic x(19) value 'TOTAL ALL INVOICES '.
           02 gtAmount pic -(8)9.99.

       procedure division.
           accept riDate from date yyyymmdd.
           if envOverride is not equal to spaces
               move envOverride to deptFileName
           end-if.
           call 'RGNCHK' using deptFileName, runRegion.
           accept envOverride from environment "AUDITCUT_CATALOG_DD".
           if envOverride is not equal to spaces
               move envOverride to catalogFileName
           end-if.
           call 'RGNCHK' using catalogFileName, runRegion.
           accept envOverride from environment "PRIMES2_AUDIT_DD".
           if envOverride is not equal to spaces
               move envOverride to currentAuditName
           end-if.
           call 'RGNCHK' using currentAuditName, runRegion.
           accept envOverride from environment "CHARGEBK_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           accept envOverride from environment "CHARGEBK_EXTRACT_DD".
           if envOverride is not equal to spaces
               move envOverride to extractFileName
           end-if.
           call 'RGNCHK' using extractFileName, runRegion.
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
           accept envOverride from environment "LOTHOLD_DD".
           if envOverride is not equal to spaces
               move envOverride to holdFileName
           end-if.
           call 'RGNCHK' using holdFileName, runRegion.
           accept envOverride from environment "CHARGEBK_HELD_DD".
           if envOverride is not equal to spaces
               move envOverride to heldFileName
           end-if.
           call 'RGNCHK' using heldFileName, runRegion.
    *>    billing period override: a bad value keeps the run date's
    *>    month, same graceful-default style as the other parameters.
           accept envOverride from environment "CHARGEBK_PERIOD_DD".
                   move function numval(envOverride) to billingPeriod
               end-if
           end-if.
    *>    a closed period's invoice and extract went to finance with
    *>    the close; billing it again would send the month twice.
    *>    post-close corrections go through crmemo.cob's credits.
           call 'PERLOCK' using billingPeriod, plResult, plCloseDate.
           if plResult is equal to 'C'
               display "PERIOD " billingPeriod " WAS CLOSED ON "
                   plCloseDate ", NOT RE-BILLED."
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform loadDeptMaster.
           if deptCount is equal to zero
               display "NO DEPARTMENT MASTER ON FILE, NOTHING TO BILL."
           end-if.
    *>    the billing period's rows live in the cataloged daily
    *>    generations, plus whatever is still sitting in the current
    *>    audit file waiting for tonight's close-out. rows a released
    *>    hold let go are priced first, then the period's own.
           perform loadHeldLots.
           perform releaseWithheldRows.
           perform walkCatalog.
           move currentAuditName to auditFileName.
           perform tallyOneAuditFile.
           perform installWithheldRows.
           perform writeInvoices.
           if heldFailure is equal to 1 or holdTableFull is equal to 1
               move 8 to return-code
           else
               move 0 to return-code
           end-if.
           perform recordRunStatus.
           goback.

                       at end move 1 to eofDept
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
                               move zero to dtCards(deptCount)
                               move zero to dtRejects(deptCount)
                           end-if
           end-if.

       tallyOneAuditFile.
           call 'RGNCHK' using auditFileName, runRegion.
           open input auditFile.
           if fsAudit is equal to "00"
               move zero to eofAudit
           if aiLot is equal to spaces
               exit paragraph
           end-if.
           move aiLot to holdLotCheck.
           perform checkLotOnHold.
           if lotOnHold is equal to 1
               perform withholdOneRow
               exit paragraph
           end-if.
           perform priceOneRow.

       priceOneRow.
           add 1 to rowsBilled.
    *>    the rate in force on the row's run date is the prefix's band
    *>    with the latest effective date not after it.
           move aiDate to rowDate.
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
           if aiResult is equal to "PRIME"
           move riDate to riOutDate.
           move riTime to riOutTime.
           move billingPeriod to riOutPeriod.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
           write outLine from blankLine after advancing 1 line.
           perform varying deptIdx from 1 by 1
                   until deptIdx is greater than deptCount
               perform writeOneBand
           end-perform.
           if unmappedCards is greater than zero
                   or unmappedRejects is greater than zero
               move unmappedRejects to umRejects
               write outLine from unmappedLine after advancing 1 line
           end-if.
           if withheldRows is greater than zero
                   or releasedRows is greater than zero
               move withheldRows to hsWithheld
               move releasedRows to hsReleased
               write outLine from holdSummaryLine after advancing 1 line
           end-if.
           perform applyCredits.
           write outLine from blankLine after advancing 1 line.
           move grandTotalAmount to gtAmount.
           write outLine from grandTotalLine after advancing 1 line.
           close reportFile.
           close extractFile.
           perform logBilledPeriod.
           display "CHARGEBACK COMPLETE: PERIOD " billingPeriod ", "
               rowsBilled " ROWS BILLED.".
           if creditsApplied is greater than zero
               display "CREDITS NETTED OFF: " creditsApplied
                   " TOTALLING " creditTotalAmount
           end-if.
           if releasedRows is greater than zero
               display "  INCLUDING " releasedRows
                   " ROWS RELEASED FROM HOLD."
           end-if.
           if withheldRows is greater than zero
               display "  " withheldRows
                   " ROWS WITHHELD FOR LOTS ON HOLD."
           end-if.

    *>    one invoice line and one extract record per rate band that
    *>    priced something this period. a superseded band with no rows
    *>    is left off; the band currently in force is always shown, so
    *>    a quiet department still gets its zero line as before.
       writeOneBand.
           move 1 to bandShown.
           if dtCards(deptIdx) is equal to zero
                   and dtRejects(deptIdx) is equal to zero
               perform varying laterIdx from 1 by 1
                       until laterIdx is greater than deptCount
                   if dtPrefix(laterIdx) is equal to dtPrefix(deptIdx)
                           and dtEffective(laterIdx) is greater than
                               dtEffective(deptIdx)
                       move zero to bandShown
                   end-if
               end-perform
           end-if.
           if bandShown is equal to zero
               exit paragraph
           end-if.
           compute workCardAmount =
               dtCards(deptIdx) * dtCardRate(deptIdx).
           compute workRejectAmount =
               dtRejects(deptIdx) * dtRejectRate(deptIdx).
           compute workTotalAmount =
               workCardAmount + workRejectAmount.
           add workTotalAmount to grandTotalAmount.
           move dtDept(deptIdx) to ivDept.
           move dtEffective(deptIdx) to ivEffective.
           move dtCards(deptIdx) to ivCards.
           move dtCardRate(deptIdx) to ivCardRate.
           move workCardAmount to ivCardAmount.
           move dtRejects(deptIdx) to ivRejects.
           move dtRejectRate(deptIdx) to ivRejectRate.
           move workRejectAmount to ivRejectAmount.
           move workTotalAmount to ivTotalAmount.
           write outLine from invoiceLine after advancing 1 line.
           move spaces to extractRecord.
           move billingPeriod to exPeriod.
           move dtDept(deptIdx) to exDept.
           move dtCards(deptIdx) to exCards.
           move dtRejects(deptIdx) to exRejects.
           move workCardAmount to exCardAmount.
           move workRejectAmount to exRejectAmount.
           move workTotalAmount to exTotalAmount.
           move 'I' to exRecordType.
           move billingPeriod to exSourcePeriod.
           write extractRecord.

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
    *>    period's tally, which adds the rows it withholds behind. a
    *>    row this same period withheld on an earlier run is dropped
    *>    -- the tally decides it again. a row whose lot is no longer
    *>    held is billed now, at the rate of its own run date, as is
    *>    one this same period already billed, so a rerun of the
    *>    billing carries it again; it is stamped with the period.
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
           if whState is equal to 'H'
                   and whCycle is equal to billingPeriod
               exit paragraph
           end-if.
           move whLot to holdLotCheck.
           perform checkLotOnHold.
           if lotOnHold is equal to zero
               if whState is equal to 'H'
                       or (whState is equal to 'S'
                           and whSent is equal to billingPeriod)
                   move spaces to auditRecordIn
                   move whRowDate to aiDate
                   move whLot to aiLot
                   move whResult to aiResult
                   perform priceOneRow
                   add 1 to releasedRows
                   move 'S' to whState
                   move billingPeriod to whSent
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
           move billingPeriod to whCycle.
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

    *>    every credit crmemo.cob raised that no extract has carried
    *>    yet -- or that this same period's extract carried on an
    *>    earlier run, so a rerun of the billing reproduces it -- goes
    *>    on the invoice and the extract and comes off the grand total.
    *>    a credit only nets against a later period's invoice: a rerun
    *>    of the credited period itself no longer sees the backed-out
    *>    rows, and crediting them there as well would give twice.
    *>    the credit file is streamed through a work file with each
    *>    carried credit stamped with this billing period.
       applyCredits.
           open input creditFile.
           if fsCredit is not equal to "00"
               exit paragraph
           end-if.
           move spaces to creditWorkFileName.
           string function trim(creditFileName) delimited by size
                  ".wrk" delimited by size
               into creditWorkFileName.
           open output creditWorkFile.
           if fsCreditWork is not equal to "00"
               display "CREDIT WORK FILE OPEN FAILURE, STATUS "
                   fsCreditWork " FILE " function trim(creditWorkFileName)
                   ", NO CREDITS NETTED OFF"
               close creditFile
               exit paragraph
           end-if.
           move zero to eofCredit.
           perform until eofCredit is equal to 1
               read creditFile
                   at end move 1 to eofCredit
                   not at end
                       if (crApplied is equal to zero
                               or crApplied is equal to billingPeriod)
                               and crPeriod is less than billingPeriod
                           perform applyOneCredit
                       end-if
                       write creditWorkLine from creditRecord
               end-read
           end-perform.
           close creditFile.
           close creditWorkFile.
           open input creditWorkFile.
           open output creditFile.
           if fsCreditWork is not equal to "00"
                   or fsCredit is not equal to "00"
               display "CREDIT INSTALL FAILURE, STATUS " fsCredit
                   " " fsCreditWork
           else
               move zero to eofCredit
               perform until eofCredit is equal to 1
                   read creditWorkFile
                       at end move 1 to eofCredit
                       not at end write creditRecord from creditWorkLine
                   end-read
               end-perform
           end-if.
           close creditWorkFile.
           close creditFile.

       applyOneCredit.
           if creditsApplied is equal to zero
               write outLine from blankLine after advancing 1 line
               write outLine from creditHeadLine after advancing 1 line
           end-if.
           add 1 to creditsApplied.
           add crTotalAmount to creditTotalAmount.
           subtract crTotalAmount from grandTotalAmount.
           move crDept to cdDept.
           move crPeriod to cdPeriod.
           move crBackoutDate to cdBackoutDate.
           move crBackoutJob to cdBackoutJob.
           move crCards to cdCards.
           move crRejects to cdRejects.
           move crTotalAmount to cdTotalAmount.
           write outLine from creditLine after advancing 1 line.
           move spaces to extractRecord.
           move billingPeriod to exPeriod.
           move crDept to exDept.
           move crCards to exCards.
           move crRejects to exRejects.
           move crCardAmount to exCardAmount.
           move crRejectAmount to exRejectAmount.
           move crTotalAmount to exTotalAmount.
           move 'C' to exRecordType.
           move crPeriod to exSourcePeriod.
           move crBackoutDate to exBackoutDate.
           move crBackoutJob to exBackoutJob.
           write extractRecord.
           move billingPeriod to crApplied.

    *>    the period just billed, so crmemo.cob can tell a backout of
    *>    already-invoiced cards from one the next billing will simply
    *>    never see.
       logBilledPeriod.
           open extend billedFile.
           if fsBilled is not equal to "00"
               open output billedFile
           end-if.
           if fsBilled is not equal to "00"
               display "BILLED-PERIOD LOG WRITE FAILURE, STATUS "
                   fsBilled " FILE " function trim(billedFileName)
           else
               move spaces to billedRecord
               move billingPeriod to bpPeriod
               move riDate to bpRunDate
               move riTime to bpRunTime
               write billedRecord
               close billedFile
           end-if.
