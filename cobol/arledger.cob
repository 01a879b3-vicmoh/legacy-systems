    *>    department receivables: chargebk.cob bills the departments
    *>    and hands finance an extract, but nothing ever showed which
    *>    departments had paid. this program keeps the per-department
    *>    open-item ledger (arledger.dat) the billing was missing:
    *>      - each billing period's invoices come in off the chargebk
    *>        extract, one open item per department per period (its
    *>        rate bands summed), and each credit record crmemo.cob
    *>        raised comes in as a credit item. a department and
    *>        period already on the ledger is never loaded twice.
    *>      - finance's payments file (arpay.dat) is applied against
    *>        them in signed amounts, the way tutorial2.cob's batch
    *>        reconciliation carries its cards: a payment goes to the
    *>        period it names first, then to the oldest open items; a
    *>        partial payment leaves the rest of the item open, an
    *>        overpayment is held as unapplied cash, and a negative
    *>        amount (a returned payment) opens a debit item of its
    *>        own. a payment reference already on the journal is a
    *>        resend and is skipped.
    *>      - credits and unapplied cash are then netted against the
    *>        department's oldest open items.
    *>    every application lands on the append-only journal
    *>    (arapply.dat), and the run prints each department's open-item
    *>    statement for the period and a current/31-60/61-90/over-90
    *>    day aging off the item dates -- a department carrying a
    *>    balance past 60 days is flagged and raises an alert, so one
    *>    that stops paying shows up a month before the quarter closes.
       identification division.
       program-id. arledger.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    dynamic-assigned with environment overrides, same convention
    *>    as the rest of the tree.
       select ledgerFile assign to dynamic ledgerFileName
           organization is line sequential
           file status is fsLedger.
    *>    the rewritten ledger is staged to a work file and copied back
    *>    over the original, the same install chargebk.cob gives the
    *>    credit file.
       select ledgerWorkFile assign to dynamic ledgerWorkFileName
           organization is line sequential
           file status is fsLedgerWork.
       select journalFile assign to dynamic journalFileName
           organization is line sequential
           file status is fsJournal.
       select extractFile assign to dynamic extractFileName
           organization is line sequential
           file status is fsExtract.
       select paymentFile assign to dynamic paymentFileName
           organization is line sequential
           file status is fsPayment.
       select reportFile assign to dynamic reportFileName
           organization is line sequential
           file status is fsReport.

       data division.
       file section.
    *>    one open item: the department, its type ('I' invoice, 'C'
    *>    credit memo, 'U' unapplied cash, 'D' returned-payment debit),
    *>    the period it belongs to, the date it ages from, its
    *>    reference, the original amount and what is still open --
    *>    positive is owed by the department, negative is owed to it.
         fd ledgerFile.
             01 ledgerRecord.
                 02 lrDept pic x(8).
                 02 filler pic x.
                 02 lrType pic x.
                 02 filler pic x.
                 02 lrPeriod pic 9(6).
                 02 filler pic x.
                 02 lrDate pic 9(8).
                 02 filler pic x.
                 02 lrReference pic x(17).
                 02 filler pic x.
                 02 lrOriginal pic s9(9)v99
                     sign is leading separate character.
                 02 filler pic x.
                 02 lrOpen pic s9(9)v99
                     sign is leading separate character.
                 02 filler pic x.
                 02 lrLastActivity pic 9(8).
                 02 filler pic x.
         fd ledgerWorkFile.
             01 ledgerWorkLine pic x(80).
    *>    one journal row per payment received ('P'), per amount
    *>    applied to an item ('A'), per overpayment held ('U'), per
    *>    returned payment opened ('D') and per credit netted ('N').
         fd journalFile.
             01 journalRecord.
                 02 jrDate pic 9(8).
                 02 filler pic x.
                 02 jrDept pic x(8).
                 02 filler pic x.
                 02 jrAction pic x.
                 02 filler pic x.
                 02 jrPayReference pic x(17).
                 02 filler pic x.
                 02 jrItemReference pic x(17).
                 02 filler pic x.
                 02 jrAmount pic s9(9)v99
                     sign is leading separate character.
                 02 filler pic x(12).
    *>    chargebk.cob's finance extract, byte for byte.
         fd extractFile.
             01 extractRecord.
                 02 exPeriod pic 9(6).
                 02 filler pic x.
                 02 exDept pic x(8).
                 02 filler pic x.
                 02 exCards pic 9(9).
                 02 filler pic x.
                 02 exRejects pic 9(9).
                 02 filler pic x.
                 02 exCardAmount pic 9(9)v99.
                 02 filler pic x.
                 02 exRejectAmount pic 9(9)v99.
                 02 filler pic x.
                 02 exTotalAmount pic 9(9)v99.
                 02 filler pic x.
                 02 exRecordType pic x.
                 02 filler pic x.
                 02 exSourcePeriod pic 9(6).
                 02 filler pic x.
                 02 exBackoutDate pic x(8).
                 02 filler pic x.
                 02 exBackoutJob pic x(8).
    *>    finance's payment record: who paid, when, their remittance
    *>    reference, the signed amount and, optionally, the billing
    *>    period the remittance says it is for.
         fd paymentFile.
             01 paymentRecord.
                 02 pyDept pic x(8).
                 02 filler pic x.
                 02 pyDate pic x(8).
                 02 filler pic x.
                 02 pyReference pic x(17).
                 02 filler pic x.
                 02 pyAmount pic s9(9)v99
                     sign is leading separate character.
                 02 filler pic x.
                 02 pyAppliesTo pic x(6).
                 02 filler pic x(25).
         fd reportFile.
             01 outLine pic x(9999) value spaces.

       working-storage section.
           77 ledgerFileName pic x(99)
               value "./cobol/assets/arledger.dat".
           77 ledgerWorkFileName pic x(99).
           77 journalFileName pic x(99)
               value "./cobol/assets/arapply.dat".
           77 extractFileName pic x(99) value "./chargebk.ext".
           77 paymentFileName pic x(99) value "./cobol/assets/arpay.dat".
           77 reportFileName pic x(99) value "./arledger.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsLedger pic xx.
           77 fsLedgerWork pic xx.
           77 fsJournal pic xx.
           77 fsExtract pic xx.
           77 fsPayment pic xx.
           77 fsReport pic xx.
           77 eofFile pic 9.
           77 journalOpen pic 9 value zero.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 riDateInt pic s9(9).
    *>    the statement period yyyymm: defaults to the run date's own
    *>    month; the month-end stream passes the period it is closing.
           77 statementPeriod pic 9(6).
           77 numvalCheck pic s9(4) usage is comp.
    *>    period-end date an invoice ages from: the last day of its
    *>    billing month.
           77 workPeriod pic 9(6).
           77 workYear pic 9(4).
           77 workMonth pic 9(2).
           77 workDate pic 9(8).
           77 itemDays pic s9(9).
    *>    what this run did, for the report and the job log.
           77 invoicesLoaded pic 9(9) value zero.
           77 invoicesAlready pic 9(9) value zero.
           77 creditsLoaded pic 9(9) value zero.
           77 paymentsApplied pic 9(9) value zero.
           77 paymentsDuplicate pic 9(9) value zero.
           77 paymentsRejected pic 9(9) value zero.
           77 deptsFlagged pic 9(9) value zero.
           77 extractMissing pic 9 value zero.
           77 amountRemaining pic s9(9)v99.
           77 amountApplied pic s9(9)v99.
           77 paymentTotal pic s9(9)v99 value zero.
           77 targetIdx pic 9(4).
           77 creditIdx pic 9(4).
           77 oldestIdx pic 9(4).
           77 itemIdx pic 9(4).
           77 itemFound pic 9(4).
           77 payIdx pic 9(4).
           77 payFound pic 9.
           77 rejectIdx pic 9(4).
           77 itemReference pic x(17).
           77 lookupDept pic x(8).
           77 deptIdx pic 9(4).
           77 deptFound pic 9(4).
           77 shiftIdx pic 9(4).
           77 loadIdx pic 9(4).
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
    *>    run's real code is put back after the call.
           77 rsProgram pic x(9) value 'ARLEDGER'.
           77 rsRc pic s9(4).
           77 awSeverity pic x.
           77 awMessage pic x(60).
    *>    the ledger in memory while this run works it; the whole file
    *>    is rewritten at the end.
           77 itemCount pic 9(4) value zero.
       01 itemTable.
           02 itemEntry occurs 3000 times.
               03 itDept pic x(8).
               03 itType pic x.
               03 itPeriod pic 9(6).
               03 itDate pic 9(8).
               03 itReference pic x(17).
               03 itOriginal pic s9(9)v99.
               03 itOpen pic s9(9)v99.
               03 itLastActivity pic 9(8).
    *>    the extract's rate bands summed to one invoice per department
    *>    per period before they go on the ledger.
           77 pendingCount pic 9(4) value zero.
           77 pendingIdx pic 9(4).
       01 pendingTable.
           02 pendingEntry occurs 500 times.
               03 pdDept pic x(8).
               03 pdPeriod pic 9(6).
               03 pdAmount pic 9(9)v99.
    *>    every payment reference already received, off the journal,
    *>    so a resent payments file can't apply the same money twice.
           77 payRefCount pic 9(5) value zero.
           77 payRefIdx pic 9(5).
       01 payRefTable.
           02 payRefEntry occurs 9999 times.
               03 prDept pic x(8).
               03 prReference pic x(17).
    *>    per-department totals for the statement and the aging, kept
    *>    in department order.
           77 deptCount pic 9(4) value zero.
       01 deptTable.
           02 deptEntry occurs 500 times.
               03 dtDept pic x(8).
               03 dtLastPayment pic 9(8).
               03 dtPeriodPaid pic s9(9)v99.
               03 dtPeriodInvoiced pic s9(9)v99.
               03 dtPeriodCredited pic s9(9)v99.
               03 dtCurrent pic s9(9)v99.
               03 dtOver30 pic s9(9)v99.
               03 dtOver60 pic s9(9)v99.
               03 dtOver90 pic s9(9)v99.
               03 dtUnapplied pic s9(9)v99.
               03 dtBalance pic s9(9)v99.
       01 grandTotals.
           02 gtCurrent pic s9(9)v99 value zero.
           02 gtOver30 pic s9(9)v99 value zero.
           02 gtOver60 pic s9(9)v99 value zero.
           02 gtOver90 pic s9(9)v99 value zero.
           02 gtUnapplied pic s9(9)v99 value zero.
           02 gtBalance pic s9(9)v99 value zero.
    *>    payment cards that wouldn't apply, listed on the report.
           77 rejectCount pic 9(4) value zero.
       01 rejectTable.
           02 rejectEntry occurs 100 times.
               03 rjCard pic x(80).
               03 rjReason pic x(24).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(36) value
               'DEPARTMENT RECEIVABLES -- STATEMENTS'.
           02 titleRegion pic x(22) value spaces.
       01 agingTitleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(34) value 'DEPARTMENT RECEIVABLES -- AGING'.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
       01 runInfoLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(9) value 'RUN DATE '.
           02 riOutDate pic 9(8).
           02 filler pic x(7) value '  TIME '.
           02 riOutTime pic 9(8).
           02 filler pic x(9) value '  PERIOD '.
           02 riOutPeriod pic 9(6).
       01 blankLine.
           02 filler pic x value space.
       01 statementHeadLine.
           02 filler pic x value space.
           02 filler pic x(25) value 'STATEMENT FOR DEPARTMENT '.
           02 shDept pic x(8).
           02 filler pic x(15) value '  LAST PAYMENT '.
           02 shLastPayment pic x(8).
       01 itemHeadLine.
           02 filler pic x(3) value spaces.
           02 filler pic x(76) value
               'TYPE     PERIOD DATE     REFERENCE              ORIGINAL '
               & '         OPEN  DAYS'.
       01 itemLine.
           02 filler pic x(3) value spaces.
           02 ilType pic x(8).
           02 filler pic x value space.
           02 ilPeriod pic 9(6).
           02 filler pic x value space.
           02 ilDate pic 9(8).
           02 filler pic x value space.
           02 ilReference pic x(17).
           02 filler pic x value space.
           02 ilOriginal pic -(9)9.99.
           02 filler pic x value space.
           02 ilOpen pic -(9)9.99.
           02 filler pic x value space.
           02 ilDays pic z(4)9.
       01 activityLine.
           02 filler pic x(3) value spaces.
           02 acLabel pic x(30).
           02 acAmount pic -(9)9.99.
       01 agingHeadLine.
           02 filler pic x value space.
           02 filler pic x(99) value
               'DEPT         CURRENT       31-60       61-90     OVER 90'
               & '   UNAPPLIED     BALANCE LAST PAID'.
       01 agingLine.
           02 filler pic x value space.
           02 agDept pic x(8).
           02 agCurrent pic -(8)9.99.
           02 agOver30 pic -(8)9.99.
           02 agOver60 pic -(8)9.99.
           02 agOver90 pic -(8)9.99.
           02 agUnapplied pic -(8)9.99.
           02 agBalance pic -(8)9.99.
           02 filler pic x value space.
           02 agLastPayment pic x(8).
           02 filler pic x value space.
           02 agFlag pic x(20).
       01 countLine.
           02 filler pic x value space.
           02 clLabel pic x(34).
           02 clCount pic z(8)9.
       01 rejectLine.
           02 filler pic x value space.
           02 rlReason pic x(24).
           02 filler pic x value space.
           02 rlCard pic x(80).
       01 noteLine.
           02 filler pic x value space.
           02 ntText pic x(90).

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           compute riDateInt = function integer-of-date(riDate).
           compute statementPeriod = function integer(riDate / 100).
           accept envOverride from environment "ARLEDGER_DD".
           if envOverride is not equal to spaces
               move envOverride to ledgerFileName
           end-if.
           call 'RGNCHK' using ledgerFileName, runRegion.
           accept envOverride from environment "ARAPPLY_DD".
           if envOverride is not equal to spaces
               move envOverride to journalFileName
           end-if.
           call 'RGNCHK' using journalFileName, runRegion.
           accept envOverride from environment "CHARGEBK_EXTRACT_DD".
           if envOverride is not equal to spaces
               move envOverride to extractFileName
           end-if.
           call 'RGNCHK' using extractFileName, runRegion.
           accept envOverride from environment "ARPAY_DD".
           if envOverride is not equal to spaces
               move envOverride to paymentFileName
           end-if.
           call 'RGNCHK' using paymentFileName, runRegion.
           accept envOverride from environment "ARLEDGER_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
    *>    statement period override: a bad value keeps the run date's
    *>    month, same graceful-default style as the other parameters.
           accept envOverride from environment "AR_PERIOD_DD".
           if envOverride is not equal to spaces
               move function test-numval(envOverride) to numvalCheck
               if numvalCheck is equal to zero
                   move function numval(envOverride) to statementPeriod
               end-if
           end-if.
           move spaces to ledgerWorkFileName.
           string function trim(ledgerFileName) delimited by size
                  ".wrk" delimited by size
               into ledgerWorkFileName.

           perform loadLedger.
           if fsLedger is not equal to "00"
                   and fsLedger is not equal to "35"
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform loadJournalHistory.
           perform openJournal.
           if journalOpen is not equal to 1
               move 'C' to awSeverity
               move "RECEIVABLES JOURNAL WON'T OPEN, NOTHING POSTED"
                   to awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform loadExtract.
           perform applyPayments.
           perform netCredits.
           close journalFile.
           perform writeLedger.
           if fsLedger is not equal to "00"
                   or fsLedgerWork is not equal to "00"
               move 'C' to awSeverity
               move "RECEIVABLES LEDGER INSTALL FAILED, CHECK .WRK FILE"
                   to awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform ageAllItems.
           perform writeReport.
           display "RECEIVABLES COMPLETE: " invoicesLoaded
               " INVOICES LOADED, " paymentsApplied " PAYMENTS APPLIED, "
               deptsFlagged " DEPARTMENTS PAST 60 DAYS.".
           if deptsFlagged is greater than zero
               move 'W' to awSeverity
               move spaces to awMessage
               string deptsFlagged " DEPARTMENTS CARRYING BALANCES PAST "
                      "60 DAYS" delimited by size into awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
           end-if.
           if fsReport is not equal to "00"
               move 8 to return-code
           else if deptsFlagged is greater than zero
                   or paymentsRejected is greater than zero
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           end-if.
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           call 'RUNSTAT' using rsProgram, rsRc, paymentsApplied,
               paymentsRejected.
           move rsRc to return-code.

    *>    ================================================================
    *>    ledger and journal in.
    *>    ================================================================
       loadLedger.
           open input ledgerFile.
           if fsLedger is equal to "35"
               exit paragraph
           end-if.
           if fsLedger is not equal to "00"
               display "LEDGER NOT AVAILABLE, STATUS " fsLedger
                   " FILE " function trim(ledgerFileName)
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read ledgerFile
                   at end move 1 to eofFile
                   not at end
                       if lrDept is not equal to spaces
                               and lrOpen is numeric
                               and itemCount is less than 3000
                           add 1 to itemCount
                           move lrDept to itDept(itemCount)
                           move lrType to itType(itemCount)
                           move lrPeriod to itPeriod(itemCount)
                           move lrDate to itDate(itemCount)
                           move lrReference to itReference(itemCount)
                           move lrOriginal to itOriginal(itemCount)
                           move lrOpen to itOpen(itemCount)
                           move lrLastActivity
                               to itLastActivity(itemCount)
                           move lrDept to lookupDept
                           perform findDept
                       end-if
               end-read
           end-perform.
           close ledgerFile.
           move "00" to fsLedger.

    *>    the journal gives back every payment reference already
    *>    received, each department's last payment, and what it paid
    *>    inside the statement period.
       loadJournalHistory.
           open input journalFile.
           if fsJournal is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read journalFile
                   at end move 1 to eofFile
                   not at end
                       if jrAction is equal to 'P'
                               and jrAmount is numeric
                           perform notePaymentReceived
                       end-if
               end-read
           end-perform.
           close journalFile.

       notePaymentReceived.
           if payRefCount is less than 9999
               add 1 to payRefCount
               move jrDept to prDept(payRefCount)
               move jrPayReference to prReference(payRefCount)
           end-if.
           move jrDept to lookupDept.
           perform findDept.
           if jrDate is greater than dtLastPayment(deptFound)
                   and jrAmount is greater than zero
               move jrDate to dtLastPayment(deptFound)
           end-if.
           if function integer(jrDate / 100) is equal to statementPeriod
               add jrAmount to dtPeriodPaid(deptFound)
           end-if.

    *>    the journal is opened once for the run, the same
    *>    open-extend-else-output shape the maintenance logs use.
       openJournal.
           open extend journalFile.
           if fsJournal is not equal to "00"
               open output journalFile
           end-if.
           if fsJournal is not equal to "00"
               display "JOURNAL WRITE FAILURE, STATUS " fsJournal
                   " FILE " function trim(journalFileName)
           else
               move 1 to journalOpen
           end-if.

       writeJournalRow.
           move riDate to jrDate.
           write journalRecord.

    *>    department table kept in code order: found or slotted in.
       findDept.
           move zero to deptFound.
           perform varying deptIdx from 1 by 1
                   until deptIdx is greater than deptCount
               if dtDept(deptIdx) is equal to lookupDept
                   move deptIdx to deptFound
                   exit paragraph
               end-if
               if dtDept(deptIdx) is greater than lookupDept
                   exit perform
               end-if
           end-perform.
           if deptCount is equal to 500
               move 500 to deptFound
               exit paragraph
           end-if.
           perform varying shiftIdx from deptCount by -1
                   until shiftIdx is less than deptIdx
               move deptEntry(shiftIdx) to deptEntry(shiftIdx + 1)
           end-perform.
           add 1 to deptCount.
           initialize deptEntry(deptIdx).
           move lookupDept to dtDept(deptIdx).
           move deptIdx to deptFound.

    *>    ================================================================
    *>    invoices and credits in off the chargebk extract.
    *>    ================================================================
       loadExtract.
           open input extractFile.
           if fsExtract is not equal to "00"
               move 1 to extractMissing
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read extractFile
                   at end move 1 to eofFile
                   not at end
                       if exPeriod is numeric and exDept is not equal
                               to spaces and exTotalAmount is numeric
                           if exRecordType is equal to 'C'
                               perform loadOneCredit
                           else
                               perform addPendingInvoice
                           end-if
                       end-if
               end-read
           end-perform.
           close extractFile.
           perform varying pendingIdx from 1 by 1
                   until pendingIdx is greater than pendingCount
               perform loadOneInvoice
           end-perform.

       addPendingInvoice.
           perform varying pendingIdx from 1 by 1
                   until pendingIdx is greater than pendingCount
               if pdDept(pendingIdx) is equal to exDept
                       and pdPeriod(pendingIdx) is equal to exPeriod
                   add exTotalAmount to pdAmount(pendingIdx)
                   exit paragraph
               end-if
           end-perform.
           if pendingCount is less than 500
               add 1 to pendingCount
               move exDept to pdDept(pendingCount)
               move exPeriod to pdPeriod(pendingCount)
               move exTotalAmount to pdAmount(pendingCount)
           end-if.

    *>    one invoice per department per period; a quiet department's
    *>    zero band opens nothing.
       loadOneInvoice.
           if pdAmount(pendingIdx) is equal to zero
               exit paragraph
           end-if.
           move spaces to itemReference.
           string "INVOICE " pdPeriod(pendingIdx) delimited by size
               into itemReference.
           move pdDept(pendingIdx) to lookupDept.
           perform findItem.
           if itemFound is not equal to zero
               add 1 to invoicesAlready
               exit paragraph
           end-if.
           if itemCount is equal to 3000
               display "LEDGER TABLE FULL, INVOICE NOT LOADED: "
                   pdDept(pendingIdx) " " pdPeriod(pendingIdx)
               exit paragraph
           end-if.
           move pdPeriod(pendingIdx) to workPeriod.
           perform periodEndDate.
           add 1 to itemCount.
           move pdDept(pendingIdx) to itDept(itemCount).
           move 'I' to itType(itemCount).
           move pdPeriod(pendingIdx) to itPeriod(itemCount).
           move workDate to itDate(itemCount).
           move itemReference to itReference(itemCount).
           move pdAmount(pendingIdx) to itOriginal(itemCount).
           move pdAmount(pendingIdx) to itOpen(itemCount).
           move riDate to itLastActivity(itemCount).
           perform findDept.
           add 1 to invoicesLoaded.

    *>    a credit is known by the backout that raised it.
       loadOneCredit.
           if exTotalAmount is equal to zero
               exit paragraph
           end-if.
           move spaces to itemReference.
           string "CR " exBackoutDate " " exBackoutJob
               delimited by size into itemReference.
           move exDept to lookupDept.
           perform findItem.
           if itemFound is not equal to zero
               exit paragraph
           end-if.
           if itemCount is equal to 3000
               display "LEDGER TABLE FULL, CREDIT NOT LOADED: " exDept
                   " " itemReference
               exit paragraph
           end-if.
           move exPeriod to workPeriod.
           perform periodEndDate.
           add 1 to itemCount.
           move exDept to itDept(itemCount).
           move 'C' to itType(itemCount).
           move exPeriod to itPeriod(itemCount).
           move workDate to itDate(itemCount).
           move itemReference to itReference(itemCount).
           compute itOriginal(itemCount) = zero - exTotalAmount.
           move itOriginal(itemCount) to itOpen(itemCount).
           move riDate to itLastActivity(itemCount).
           perform findDept.
           add 1 to creditsLoaded.

       findItem.
           move zero to itemFound.
           perform varying itemIdx from 1 by 1
                   until itemIdx is greater than itemCount
               if itDept(itemIdx) is equal to lookupDept
                       and itReference(itemIdx) is equal to itemReference
                   move itemIdx to itemFound
                   exit perform
               end-if
           end-perform.

    *>    workPeriod yyyymm to the last day of that month.
       periodEndDate.
           compute workYear = function integer(workPeriod / 100).
           compute workMonth = workPeriod - workYear * 100.
           if workMonth is less than 1 or workMonth is greater than 12
               move riDate to workDate
               exit paragraph
           end-if.
           if workMonth is equal to 12
               compute workDate = (workYear + 1) * 10000 + 101
           else
               compute workDate = workYear * 10000
                   + (workMonth + 1) * 100 + 1
           end-if.
           compute workDate = function date-of-integer(
               function integer-of-date(workDate) - 1).

    *>    ================================================================
    *>    payments applied.
    *>    ================================================================
       applyPayments.
           open input paymentFile.
           if fsPayment is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read paymentFile
                   at end move 1 to eofFile
                   not at end perform applyOnePayment
               end-read
           end-perform.
           close paymentFile.

       applyOnePayment.
           if pyDept is equal to spaces
               move 'NO DEPARTMENT' to rjReason(1 + rejectCount)
               perform rejectPayment
               exit paragraph
           end-if.
           if pyDate is not numeric
               move 'BAD PAYMENT DATE' to rjReason(1 + rejectCount)
               perform rejectPayment
               exit paragraph
           end-if.
           if pyAmount is not numeric or pyAmount is equal to zero
               move 'BAD AMOUNT' to rjReason(1 + rejectCount)
               perform rejectPayment
               exit paragraph
           end-if.
           if pyReference is equal to spaces
               move 'NO REFERENCE' to rjReason(1 + rejectCount)
               perform rejectPayment
               exit paragraph
           end-if.
           move zero to payFound.
           perform varying payRefIdx from 1 by 1
                   until payRefIdx is greater than payRefCount
               if prDept(payRefIdx) is equal to pyDept
                       and prReference(payRefIdx) is equal to pyReference
                   move 1 to payFound
                   exit perform
               end-if
           end-perform.
           if payFound is equal to 1
               add 1 to paymentsDuplicate
               exit paragraph
           end-if.
    *>    received: on the journal first, so the reference is known to
    *>    every later run whatever happens to the money below.
           move spaces to journalRecord.
           move pyDept to jrDept.
           move 'P' to jrAction.
           move pyReference to jrPayReference.
           move pyAmount to jrAmount.
           perform writeJournalRow.
           move pyDate to jrDate.
           perform notePaymentReceived.
           add 1 to paymentsApplied.
           add pyAmount to paymentTotal.
           move pyDept to lookupDept.
           if pyAmount is less than zero
               perform openReturnedPayment
               exit paragraph
           end-if.
           move pyAmount to amountRemaining.
    *>    the period the remittance names goes first, then oldest.
           if pyAppliesTo is numeric
               move spaces to itemReference
               string "INVOICE " pyAppliesTo delimited by size
                   into itemReference
               perform findItem
               if itemFound is not equal to zero
                   if itOpen(itemFound) is greater than zero
                       move itemFound to targetIdx
                       move pyReference to jrPayReference
                       perform applyToItem
                   end-if
               end-if
           end-if.
           perform applyToOldest.
           if amountRemaining is greater than zero
               perform holdUnappliedCash
           end-if.

       rejectPayment.
           add 1 to paymentsRejected.
           if rejectCount is less than 100
               add 1 to rejectCount
               move paymentRecord to rjCard(rejectCount)
           end-if.

    *>    amountRemaining against the department's oldest open debit
    *>    items until it runs out or nothing is left open.
       applyToOldest.
           perform until amountRemaining is not greater than zero
               perform findOldestOpen
               if oldestIdx is equal to zero
                   exit perform
               end-if
               move oldestIdx to targetIdx
               perform applyToItem
           end-perform.

       findOldestOpen.
           move zero to oldestIdx.
           perform varying itemIdx from 1 by 1
                   until itemIdx is greater than itemCount
               if itDept(itemIdx) is equal to lookupDept
                       and itOpen(itemIdx) is greater than zero
                   if oldestIdx is equal to zero
                           or itDate(itemIdx) is less than
                               itDate(oldestIdx)
                       move itemIdx to oldestIdx
                   end-if
               end-if
           end-perform.

    *>    jrPayReference and jrAction are set by the caller.
       applyToItem.
           if amountRemaining is less than itOpen(targetIdx)
               move amountRemaining to amountApplied
           else
               move itOpen(targetIdx) to amountApplied
           end-if.
           subtract amountApplied from itOpen(targetIdx).
           subtract amountApplied from amountRemaining.
           move riDate to itLastActivity(targetIdx).
           move lookupDept to jrDept.
           if jrAction is not equal to 'N'
               move 'A' to jrAction
           end-if.
           move itReference(targetIdx) to jrItemReference.
           move amountApplied to jrAmount.
           perform writeJournalRow.

    *>    an overpayment is held as a credit item of its own, netted
    *>    against the next invoice as it loads.
       holdUnappliedCash.
           if itemCount is equal to 3000
               display "LEDGER TABLE FULL, UNAPPLIED CASH NOT HELD: "
                   pyDept " " pyReference
               exit paragraph
           end-if.
           add 1 to itemCount.
           move pyDept to itDept(itemCount).
           move 'U' to itType(itemCount).
           compute itPeriod(itemCount) = function integer(
               function numval(pyDate) / 100).
           move pyDate to itDate(itemCount).
           move pyReference to itReference(itemCount).
           compute itOriginal(itemCount) = zero - amountRemaining.
           move itOriginal(itemCount) to itOpen(itemCount).
           move riDate to itLastActivity(itemCount).
           move spaces to journalRecord.
           move pyDept to jrDept.
           move 'U' to jrAction.
           move pyReference to jrPayReference.
           move pyReference to jrItemReference.
           move itOriginal(itemCount) to jrAmount.
           perform writeJournalRow.

    *>    a returned payment puts the money back on the department as
    *>    a debit item dated the day it came back.
       openReturnedPayment.
           if itemCount is equal to 3000
               display "LEDGER TABLE FULL, RETURNED PAYMENT NOT OPENED: "
                   pyDept " " pyReference
               exit paragraph
           end-if.
           add 1 to itemCount.
           move pyDept to itDept(itemCount).
           move 'D' to itType(itemCount).
           compute itPeriod(itemCount) = function integer(
               function numval(pyDate) / 100).
           move pyDate to itDate(itemCount).
           move pyReference to itReference(itemCount).
           compute itOriginal(itemCount) = zero - pyAmount.
           move itOriginal(itemCount) to itOpen(itemCount).
           move riDate to itLastActivity(itemCount).
           move spaces to journalRecord.
           move pyDept to jrDept.
           move 'D' to jrAction.
           move pyReference to jrPayReference.
           move pyReference to jrItemReference.
           move itOriginal(itemCount) to jrAmount.
           perform writeJournalRow.

    *>    every credit and every piece of unapplied cash still open goes
    *>    against its department's oldest open debits.
       netCredits.
           perform varying creditIdx from 1 by 1
                   until creditIdx is greater than itemCount
               if itOpen(creditIdx) is less than zero
                   move itDept(creditIdx) to lookupDept
                   compute amountRemaining = zero - itOpen(creditIdx)
                   move spaces to journalRecord
                   move 'N' to jrAction
                   move itReference(creditIdx) to jrPayReference
                   perform applyToOldest
                   if itOpen(creditIdx) + amountRemaining
                           is not equal to zero
                       move riDate to itLastActivity(creditIdx)
                   end-if
                   compute itOpen(creditIdx) = zero - amountRemaining
               end-if
           end-perform.

    *>    ================================================================
    *>    ledger out: every item still open, plus settled items for a
    *>    year after their last activity so the statement history
    *>    stays readable.
    *>    ================================================================
       writeLedger.
           open output ledgerWorkFile.
           if fsLedgerWork is not equal to "00"
               display "LEDGER WORK FILE OPEN FAILURE, STATUS "
                   fsLedgerWork " FILE "
                   function trim(ledgerWorkFileName)
               exit paragraph
           end-if.
           perform varying itemIdx from 1 by 1
                   until itemIdx is greater than itemCount
               if itOpen(itemIdx) is not equal to zero
                       or function integer-of-date(itLastActivity(itemIdx))
                           is greater than riDateInt - 366
                   move spaces to ledgerRecord
                   move itDept(itemIdx) to lrDept
                   move itType(itemIdx) to lrType
                   move itPeriod(itemIdx) to lrPeriod
                   move itDate(itemIdx) to lrDate
                   move itReference(itemIdx) to lrReference
                   move itOriginal(itemIdx) to lrOriginal
                   move itOpen(itemIdx) to lrOpen
                   move itLastActivity(itemIdx) to lrLastActivity
                   write ledgerWorkLine from ledgerRecord
               end-if
           end-perform.
           close ledgerWorkFile.
           open input ledgerWorkFile.
           open output ledgerFile.
           if fsLedgerWork is not equal to "00"
                   or fsLedger is not equal to "00"
               display "LEDGER INSTALL FAILURE, STATUS " fsLedger
                   " " fsLedgerWork
           else
               move zero to eofFile
               perform until eofFile is equal to 1
                   read ledgerWorkFile
                       at end move 1 to eofFile
                       not at end write ledgerRecord from ledgerWorkLine
                   end-read
               end-perform
           end-if.
           close ledgerWorkFile.
           close ledgerFile.

    *>    ================================================================
    *>    aging: each open debit by days since its item date; open
    *>    credits and unapplied cash in a column of their own.
    *>    ================================================================
       ageAllItems.
           perform varying itemIdx from 1 by 1
                   until itemIdx is greater than itemCount
               move itDept(itemIdx) to lookupDept
               perform findDept
               if itType(itemIdx) is equal to 'I'
                       and itPeriod(itemIdx) is equal to statementPeriod
                   add itOriginal(itemIdx)
                       to dtPeriodInvoiced(deptFound)
               end-if
               if itType(itemIdx) is equal to 'C'
                       and itPeriod(itemIdx) is equal to statementPeriod
                   add itOriginal(itemIdx)
                       to dtPeriodCredited(deptFound)
               end-if
               if itOpen(itemIdx) is less than zero
                   add itOpen(itemIdx) to dtUnapplied(deptFound)
               end-if
               if itOpen(itemIdx) is greater than zero
                   perform itemAgeDays
                   evaluate true
                       when itemDays is greater than 90
                           add itOpen(itemIdx) to dtOver90(deptFound)
                       when itemDays is greater than 60
                           add itOpen(itemIdx) to dtOver60(deptFound)
                       when itemDays is greater than 30
                           add itOpen(itemIdx) to dtOver30(deptFound)
                       when other
                           add itOpen(itemIdx) to dtCurrent(deptFound)
                   end-evaluate
               end-if
               add itOpen(itemIdx) to dtBalance(deptFound)
           end-perform.
           perform varying deptIdx from 1 by 1
                   until deptIdx is greater than deptCount
               if dtOver60(deptIdx) is greater than zero
                       or dtOver90(deptIdx) is greater than zero
                   add 1 to deptsFlagged
               end-if
               add dtCurrent(deptIdx) to gtCurrent
               add dtOver30(deptIdx) to gtOver30
               add dtOver60(deptIdx) to gtOver60
               add dtOver90(deptIdx) to gtOver90
               add dtUnapplied(deptIdx) to gtUnapplied
               add dtBalance(deptIdx) to gtBalance
           end-perform.

       itemAgeDays.
           move zero to itemDays.
           if itDate(itemIdx) is greater than 16010101
               compute itemDays = riDateInt
                   - function integer-of-date(itDate(itemIdx))
           end-if.
           if itemDays is less than zero
               move zero to itemDays
           end-if.

    *>    ================================================================
    *>    the report: a statement per department, then the aging.
    *>    ================================================================
       writeReport.
           open output reportFile.
           if fsReport is not equal to "00"
               display "FILE OPEN FAILURE, REPORT STATUS " fsReport
                   " FILE " function trim(reportFileName)
               exit paragraph
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           move statementPeriod to riOutPeriod.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
           if extractMissing is equal to 1
               move spaces to ntText
               string "NO CHARGEBACK EXTRACT AT "
                      function trim(extractFileName)
                      ", NO INVOICES LOADED" delimited by size
                   into ntText
               write outLine from noteLine after advancing 1 line
           end-if.
           perform varying deptIdx from 1 by 1
                   until deptIdx is greater than deptCount
               if dtBalance(deptIdx) is not equal to zero
                       or dtPeriodInvoiced(deptIdx) is not equal to zero
                       or dtPeriodPaid(deptIdx) is not equal to zero
                       or dtPeriodCredited(deptIdx) is not equal to zero
                   perform writeStatement
               end-if
           end-perform.

           write outLine from agingTitleLine after advancing page.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
           write outLine from blankLine after advancing 1 line.
           write outLine from agingHeadLine after advancing 1 line.
           perform varying deptIdx from 1 by 1
                   until deptIdx is greater than deptCount
               if dtBalance(deptIdx) is not equal to zero
                       or dtUnapplied(deptIdx) is not equal to zero
                   perform writeAgingLine
               end-if
           end-perform.
           move 'TOTAL' to agDept.
           move gtCurrent to agCurrent.
           move gtOver30 to agOver30.
           move gtOver60 to agOver60.
           move gtOver90 to agOver90.
           move gtUnapplied to agUnapplied.
           move gtBalance to agBalance.
           move spaces to agLastPayment.
           move spaces to agFlag.
           write outLine from agingLine after advancing 2 lines.

           write outLine from blankLine after advancing 1 line.
           move 'INVOICES LOADED' to clLabel.
           move invoicesLoaded to clCount.
           write outLine from countLine after advancing 1 line.
           move 'INVOICES ALREADY ON THE LEDGER' to clLabel.
           move invoicesAlready to clCount.
           write outLine from countLine after advancing 1 line.
           move 'CREDITS LOADED' to clLabel.
           move creditsLoaded to clCount.
           write outLine from countLine after advancing 1 line.
           move 'PAYMENTS APPLIED' to clLabel.
           move paymentsApplied to clCount.
           write outLine from countLine after advancing 1 line.
           move 'PAYMENTS ALREADY RECEIVED' to clLabel.
           move paymentsDuplicate to clCount.
           write outLine from countLine after advancing 1 line.
           move 'PAYMENTS REJECTED' to clLabel.
           move paymentsRejected to clCount.
           write outLine from countLine after advancing 1 line.
           move 'DEPARTMENTS PAST 60 DAYS' to clLabel.
           move deptsFlagged to clCount.
           write outLine from countLine after advancing 1 line.
           perform varying rejectIdx from 1 by 1
                   until rejectIdx is greater than rejectCount
               move rjReason(rejectIdx) to rlReason
               move rjCard(rejectIdx) to rlCard
               write outLine from rejectLine after advancing 1 line
           end-perform.
           close reportFile.

       writeStatement.
           move dtDept(deptIdx) to shDept.
           if dtLastPayment(deptIdx) is equal to zero
               move 'NONE' to shLastPayment
           else
               move dtLastPayment(deptIdx) to shLastPayment
           end-if.
           write outLine from blankLine after advancing 1 line.
           write outLine from statementHeadLine after advancing 1 line.
           write outLine from itemHeadLine after advancing 1 line.
           perform varying itemIdx from 1 by 1
                   until itemIdx is greater than itemCount
               if itDept(itemIdx) is equal to dtDept(deptIdx)
                       and itOpen(itemIdx) is not equal to zero
                   perform writeItemLine
               end-if
           end-perform.
           move 'INVOICED THIS PERIOD' to acLabel.
           move dtPeriodInvoiced(deptIdx) to acAmount.
           write outLine from activityLine after advancing 1 line.
           move 'CREDITED THIS PERIOD' to acLabel.
           move dtPeriodCredited(deptIdx) to acAmount.
           write outLine from activityLine after advancing 1 line.
           move 'PAID THIS PERIOD' to acLabel.
           move dtPeriodPaid(deptIdx) to acAmount.
           write outLine from activityLine after advancing 1 line.
           move 'BALANCE DUE' to acLabel.
           move dtBalance(deptIdx) to acAmount.
           write outLine from activityLine after advancing 1 line.

       writeItemLine.
           evaluate itType(itemIdx)
               when 'I' move 'INVOICE' to ilType
               when 'C' move 'CREDIT' to ilType
               when 'U' move 'UNAPPL' to ilType
               when 'D' move 'RETURNED' to ilType
               when other move itType(itemIdx) to ilType
           end-evaluate.
           move itPeriod(itemIdx) to ilPeriod.
           move itDate(itemIdx) to ilDate.
           move itReference(itemIdx) to ilReference.
           move itOriginal(itemIdx) to ilOriginal.
           move itOpen(itemIdx) to ilOpen.
           if itOpen(itemIdx) is greater than zero
               perform itemAgeDays
               move itemDays to ilDays
           else
               move zero to ilDays
           end-if.
           write outLine from itemLine after advancing 1 line.

       writeAgingLine.
           move dtDept(deptIdx) to agDept.
           move dtCurrent(deptIdx) to agCurrent.
           move dtOver30(deptIdx) to agOver30.
           move dtOver60(deptIdx) to agOver60.
           move dtOver90(deptIdx) to agOver90.
           move dtUnapplied(deptIdx) to agUnapplied.
           move dtBalance(deptIdx) to agBalance.
           if dtLastPayment(deptIdx) is equal to zero
               move 'NONE' to agLastPayment
           else
               move dtLastPayment(deptIdx) to agLastPayment
           end-if.
           if dtOver60(deptIdx) is greater than zero
                   or dtOver90(deptIdx) is greater than zero
               move '** PAST 60 DAYS' to agFlag
           else
               move spaces to agFlag
           end-if.
           write outLine from agingLine after advancing 1 line.
