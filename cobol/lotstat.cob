    *>    lot lifecycle and closing statements: lotreg.dat now carries
    *>    a status on every registration -- R registered, I receiving,
    *>    C complete, L closed, X cancelled -- and this program is what
    *>    moves the first three along. it runs in the nightly stream
    *>    after primes2.cob, counts every audit row a lot has collected
    *>    (auditcut's generation catalog plus the current audit file,
    *>    the same walk slarep.cob makes) against the expected card
    *>    count, and advances the lot: its first row makes it
    *>    receiving, reaching the expected count makes it complete.
    *>    status only moves forward here -- a generation scratched off
    *>    the end of retention must not walk a finished lot backwards.
    *>    closing and cancelling are deliberate acts, keyed in
    *>    lotreg.cob; the night a lot is closed, this program prints its
    *>    closing statement for the department: cards received, primes,
    *>    composites, rejects, and the registry corrections still open
    *>    against it on regopen.dat. primes2.cob turns away any card
    *>    that arrives under a closed or cancelled lot after that.
       identification division.
       program-id. lotstat.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    dynamic-assigned with environment overrides, same convention
    *>    as the rest of the tree.
       select lotregFile assign to dynamic lotregFileName
           organization is line sequential
           file status is fsLotreg.
       select catalogFile assign to dynamic catalogFileName
           organization is line sequential
           file status is fsCatalog.
       select auditFile assign to dynamic auditFileName
           organization is line sequential
           file status is fsAudit.
       select openFile assign to dynamic openFileName
           organization is line sequential
           file status is fsOpen.
       select outputFile assign to dynamic outputFileName
           organization is line sequential
           file status is fsOutput.

       data division.
       file section.
         fd lotregFile.
             01 lotregLine pic x(82).
         fd catalogFile.
             01 catalogRecord.
                 02 catGenDate pic x(8).
                 02 filler pic x.
                 02 catGenFileName pic x(99).
         fd auditFile.
             01 auditLine pic x(80).
         fd openFile.
             01 openLine pic x(120).
         fd outputFile.
             01 outLine pic x(9999) value spaces.

       working-storage section.
           77 lotregFileName pic x(99)
               value "./cobol/assets/lotreg.dat".
           77 catalogFileName pic x(99)
               value "./cobol/assets/auditgen.dat".
           77 currentAuditFileName pic x(99) value "./primes.audit".
           77 auditFileName pic x(99).
           77 openFileName pic x(99) value "./cobol/assets/regopen.dat".
           77 outputFileName pic x(99) value "./lotstat.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsLotreg pic xx.
           77 fsCatalog pic xx.
           77 fsAudit pic xx.
           77 fsOpen pic xx.
           77 fsOutput pic xx.
           77 eofFile pic 9.
           77 eofAudit pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
    *>    the closing date whose statements print: the run date, or an
    *>    earlier one to reprint a department's statement.
           77 statementDate pic 9(8).
           77 numvalCheck pic s9(4) usage is comp.
    *>    completion record for the console status board.
           77 rsProgram pic x(9) value 'LOTSTAT'.
           77 rsRc pic s9(4).
           77 rowsRead pic 9(9) value zero.
           77 movedCount pic 9(9) value zero.
           77 closedCount pic 9(9) value zero.
           77 shortCount pic 9(9) value zero.
    *>    lotreg.cob's screen and lotann.cob rewrite the registration
    *>    file too: the load, the status moves and the rewrite run
    *>    under the FILELOCK enqueue so none of them writes over
    *>    another's change.
           77 lkAction pic x.
           77 lkResource pic x(40) value 'LOTREG'.
           77 lkResult pic x.
    *>    the registration master in memory, each raw record kept so
    *>    the rewrite hands back every column exactly as read, with the
    *>    counts the audit walk accumulates alongside.
           77 regCount pic 9(4) value zero.
           77 regIdx pic 9(4).
           77 regOverflow pic 9 value zero.
       01 regTable.
           02 regEntry occurs 200 times.
               03 rgLine pic x(82).
               03 rgLotId pic x(10).
               03 rgReceived pic 9(9).
               03 rgPrimes pic 9(9).
               03 rgComposites pic 9(9).
               03 rgRejects pic 9(9).
               03 rgCorrections pic 9(9).
               03 rgOldStatus pic x.
    *>    lotreg.dat's record layout, fixed-width.
       01 lotregRecordIn.
           02 lriLotId pic x(10).
           02 filler pic x.
           02 lriDept pic x(8).
           02 filler pic x.
           02 lriExpected pic x(9).
           02 filler pic x.
           02 lriWindowStart pic x(8).
           02 filler pic x.
           02 lriWindowEnd pic x(8).
           02 filler pic x.
           02 lriRangeLow pic x(10).
           02 filler pic x.
           02 lriRangeHigh pic x(10).
           02 filler pic x.
           02 lriStatus pic x.
           02 filler pic x.
           02 lriClosedDate pic x(8).
           02 filler pic x.
           02 lriPriority pic x.
           77 workExpected pic 9(9).
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
    *>    regcor.cob's open-item layout, as far as the statement needs.
       01 openRecordIn.
           02 orNum pic 9(10).
           02 filler pic x.
           02 orClass pic x.
           02 filler pic x.
           02 orLot pic x(10).
           02 filler pic x(50).
           02 orState pic x.
           02 filler pic x.
           02 orAction pic x.
           02 filler pic x.
           02 orNewLot pic x(10).
           02 filler pic x(35).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(32) value 'LOT STATUS AND CLOSING STATEMENT'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(38) value
        ' -------------------------------------'.
       01 runInfoLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(9) value 'RUN DATE '.
           02 riOutDate pic 9(8).
           02 filler pic x(7) value '  TIME '.
           02 riOutTime pic 9(8).
           02 filler pic x(17) value '  CLOSINGS DATED '.
           02 riOutStatement pic 9(8).
       01 blankLine.
           02 filler pic x value space.
       01 movedHeadLine.
           02 filler pic x value space.
           02 filler pic x(24) value 'LOT STATUS CHANGES:'.
       01 movedLine.
           02 filler pic x(3) value spaces.
           02 mvLotId pic x(10).
           02 filler pic x(6) value ' DEPT '.
           02 mvDept pic x(8).
           02 filler pic x(10) value ' EXPECTED '.
           02 mvExpected pic z(8)9.
           02 filler pic x(10) value ' RECEIVED '.
           02 mvReceived pic z(8)9.
           02 filler pic x(2) value spaces.
           02 mvFrom pic x(10).
           02 filler pic x(4) value ' TO '.
           02 mvTo pic x(10).
       01 noMovesLine.
           02 filler pic x(3) value spaces.
           02 filler pic x(24) value '(NO STATUS CHANGES)'.
       01 stmtRuleLine.
           02 filler pic x value space.
           02 filler pic x(60) value all '='.
       01 stmtHeadLine.
           02 filler pic x value space.
           02 filler pic x(25) value 'LOT CLOSING STATEMENT -- '.
           02 shLotId pic x(10).
           02 filler pic x(14) value '  DEPARTMENT  '.
           02 shDept pic x(8).
       01 stmtDateLine.
           02 filler pic x(3) value spaces.
           02 filler pic x(11) value 'CLOSED ON  '.
           02 sdClosed pic 9(8).
           02 filler pic x(21) value '   SUBMISSION WINDOW '.
           02 sdWindowStart pic x(8).
           02 filler pic x value '-'.
           02 sdWindowEnd pic x(8).
       01 stmtCountLine.
           02 filler pic x(3) value spaces.
           02 scLabel pic x(30).
           02 scCount pic z(8)9.
       01 stmtShortLine.
           02 filler pic x(3) value spaces.
           02 filler pic x(48) value
               '** CLOSED SHORT OF THE EXPECTED CARD COUNT **'.
       01 noClosingsLine.
           02 filler pic x value space.
           02 filler pic x(32) value 'NO LOTS CLOSED ON THIS DATE'.
       01 summaryLine.
           02 filler pic x value space.
           02 smLots pic z(8)9.
           02 filler pic x(16) value ' LOTS ON FILE,  '.
           02 smMoved pic z(8)9.
           02 filler pic x(18) value ' STATUS CHANGES,  '.
           02 smClosed pic z(8)9.
           02 filler pic x(11) value ' STATEMENTS'.

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           move riDate to statementDate.
           accept envOverride from environment "LOTREG_DD".
           if envOverride is not equal to spaces
               move envOverride to lotregFileName
           end-if.
           call 'RGNCHK' using lotregFileName, runRegion.
           accept envOverride from environment "AUDITCUT_CATALOG_DD".
           if envOverride is not equal to spaces
               move envOverride to catalogFileName
           end-if.
           call 'RGNCHK' using catalogFileName, runRegion.
           accept envOverride from environment "PRIMES2_AUDIT_DD".
           if envOverride is not equal to spaces
               move envOverride to currentAuditFileName
           end-if.
           call 'RGNCHK' using currentAuditFileName, runRegion.
           accept envOverride from environment "REGOPEN_DD".
           if envOverride is not equal to spaces
               move envOverride to openFileName
           end-if.
           call 'RGNCHK' using openFileName, runRegion.
           accept envOverride from environment "LOTSTAT_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to outputFileName
           end-if.
           call 'RGNCHK' using outputFileName, runRegion.
    *>    a bad override keeps the default, same graceful-default
    *>    style as lotmiss.cob's night parameter.
           accept envOverride from environment "LOTSTAT_DATE_DD".
           if envOverride is not equal to spaces
               move function test-numval(envOverride) to numvalCheck
               if numvalCheck is equal to zero
                   move function numval(envOverride) to statementDate
               end-if
           end-if.
           move 'L' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if lkResult is equal to 'B'
               display "REGISTRATION FILE BUSY, TRY AGAIN -- "
                   "LOT STATUS NOT ADVANCED."
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform loadRegistrations.
           if regCount is equal to zero
               perform releaseRegistrations
               display "NO LOT REGISTRATIONS ON FILE, NOTHING TO TRACK."
               move 0 to return-code
               perform recordRunStatus
               goback
           end-if.
           if regOverflow is equal to 1
               perform releaseRegistrations
               display "REGISTRATION FILE LARGER THAN 200 LOTS, "
                   "STATUS NOT ADVANCED -- FILE LEFT AS IT STANDS."
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform walkCatalog.
           move currentAuditFileName to auditFileName.
           perform tallyOneAuditFile.
           perform tallyOpenCorrections.
           perform advanceStatuses.
           if movedCount is greater than zero
               perform rewriteRegistrations
           end-if.
           perform releaseRegistrations.
           perform writeReport.
    *>    a lot closed short, or closed with registry corrections
    *>    still open against it, is worth a morning look.
           if shortCount is greater than zero
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           call 'RUNSTAT' using rsProgram, rsRc, rowsRead, movedCount.
           move rsRc to return-code.

       releaseRegistrations.
           move 'U' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.

       loadRegistrations.
           open input lotregFile.
           if fsLotreg is not equal to "00"
               display "REGISTRATION FILE NOT AVAILABLE, STATUS "
                   fsLotreg " FILE " function trim(lotregFileName)
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read lotregFile
                   at end move 1 to eofFile
                   not at end
                       move lotregLine to lotregRecordIn
                       if lriLotId is not equal to spaces
                           if regCount is less than 200
                               add 1 to regCount
                               move lotregLine to rgLine(regCount)
                               move lriLotId to rgLotId(regCount)
                               move zero to rgReceived(regCount)
                               move zero to rgPrimes(regCount)
                               move zero to rgComposites(regCount)
                               move zero to rgRejects(regCount)
                               move zero to rgCorrections(regCount)
                               move lriStatus to rgOldStatus(regCount)
                           else
                               move 1 to regOverflow
                           end-if
                       end-if
               end-read
           end-perform.
           close lotregFile.

    *>    every cataloged generation contributes its rows; a lot's
    *>    cards may have come in across any number of nights.
       walkCatalog.
           open input catalogFile.
           if fsCatalog is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read catalogFile
                   at end move 1 to eofFile
                   not at end
                       if catGenDate is numeric
                           move catGenFileName to auditFileName
                           perform tallyOneAuditFile
                       end-if
               end-read
           end-perform.
           close catalogFile.

       tallyOneAuditFile.
           call 'RGNCHK' using auditFileName, runRegion.
           open input auditFile.
           if fsAudit is equal to "00"
               move zero to eofAudit
               perform until eofAudit is equal to 1
                   read auditFile
                       at end move 1 to eofAudit
                       not at end perform tallyOneRow
                   end-read
               end-perform
               close auditFile
           end-if.

    *>    one dated audit row is one card received under its lot,
    *>    whatever the classification said -- a reject was still
    *>    delivered. the per-run control trailers carry no date.
       tallyOneRow.
           move auditLine to auditRecordIn.
           if aiDate is not numeric or aiLot is equal to spaces
               exit paragraph
           end-if.
           perform varying regIdx from 1 by 1
                   until regIdx is greater than regCount
               if rgLotId(regIdx) is equal to aiLot
                   add 1 to rowsRead
                   add 1 to rgReceived(regIdx)
                   if aiResult is equal to 'PRIME'
                       add 1 to rgPrimes(regIdx)
                   else
                       if aiResult is equal to 'NOT A PRIME'
                           add 1 to rgComposites(regIdx)
                       else
                           add 1 to rgRejects(regIdx)
                       end-if
                   end-if
                   exit perform
               end-if
           end-perform.

    *>    a registry rejection still being worked counts against the
    *>    lot it was sent under, and against the lot it is being
    *>    corrected to.
       tallyOpenCorrections.
           open input openFile.
           if fsOpen is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read openFile
                   at end move 1 to eofFile
                   not at end
                       move openLine to openRecordIn
                       if orState is not equal to 'C'
                           perform varying regIdx from 1 by 1
                                   until regIdx is greater than regCount
                               if rgLotId(regIdx) is equal to orLot
                                       or (orNewLot is not equal to spaces
                                       and rgLotId(regIdx) is equal to
                                           orNewLot)
                                   add 1 to rgCorrections(regIdx)
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform.
           close openFile.

    *>    registered (or blank, on records keyed before the status was
    *>    carried) moves to receiving on its first card and complete at
    *>    its expected count; receiving moves to complete. closed and
    *>    cancelled lots are never touched here.
       advanceStatuses.
           perform varying regIdx from 1 by 1
                   until regIdx is greater than regCount
               move rgLine(regIdx) to lotregRecordIn
               if lriExpected is numeric
                   move lriExpected to workExpected
               else
                   move zero to workExpected
               end-if
               if lriStatus is equal to space or lriStatus is equal to 'R'
                       or lriStatus is equal to 'I'
                   if rgReceived(regIdx) is greater than zero
                       if rgReceived(regIdx) is not less than workExpected
                           move 'C' to lriStatus
                       else
                           move 'I' to lriStatus
                       end-if
                   end-if
               end-if
               if lriStatus is not equal to rgOldStatus(regIdx)
                   add 1 to movedCount
                   move lotregRecordIn to rgLine(regIdx)
               end-if
           end-perform.

    *>    whole-file rewrite, the same way lotreg.cob writes it back.
       rewriteRegistrations.
           open output lotregFile.
           if fsLotreg is not equal to "00"
               display "REGISTRATION WRITE FAILURE, STATUS " fsLotreg
                   " FILE " function trim(lotregFileName)
               perform releaseRegistrations
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform varying regIdx from 1 by 1
                   until regIdx is greater than regCount
               write lotregLine from rgLine(regIdx)
           end-perform.
           close lotregFile.

       writeReport.
           open output outputFile.
           if fsOutput is not equal to "00"
               display "FILE OPEN FAILURE, OUTPUT STATUS " fsOutput
                   " FILE " function trim(outputFileName)
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           move statementDate to riOutStatement.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
           write outLine from blankLine after advancing 1 line.
           write outLine from movedHeadLine after advancing 1 line.
           perform varying regIdx from 1 by 1
                   until regIdx is greater than regCount
               move rgLine(regIdx) to lotregRecordIn
               if lriStatus is not equal to rgOldStatus(regIdx)
                   move lriLotId to mvLotId
                   move lriDept to mvDept
                   if lriExpected is numeric
                       move lriExpected to mvExpected
                   else
                       move zero to mvExpected
                   end-if
                   move rgReceived(regIdx) to mvReceived
                   move rgOldStatus(regIdx) to lriStatus
                   perform nameStatus
                   move mvTo to mvFrom
                   move rgLine(regIdx) to lotregRecordIn
                   perform nameStatus
                   write outLine from movedLine after advancing 1 line
               end-if
           end-perform.
           if movedCount is equal to zero
               write outLine from noMovesLine after advancing 1 line
           end-if.
           perform varying regIdx from 1 by 1
                   until regIdx is greater than regCount
               move rgLine(regIdx) to lotregRecordIn
               if lriStatus is equal to 'L'
                       and lriClosedDate is numeric
                   if function numval(lriClosedDate) is equal to
                           statementDate
                       perform writeClosingStatement
                   end-if
               end-if
           end-perform.
           if closedCount is equal to zero
               write outLine from blankLine after advancing 1 line
               write outLine from noClosingsLine after advancing 1 line
           end-if.
           write outLine from blankLine after advancing 1 line.
           move regCount to smLots.
           move movedCount to smMoved.
           move closedCount to smClosed.
           write outLine from summaryLine after advancing 1 line.
           close outputFile.
           display "LOT STATUS COMPLETE: " movedCount
               " STATUS CHANGES, " closedCount " CLOSING STATEMENTS.".

       nameStatus.
           evaluate lriStatus
               when 'I' move 'RECEIVING' to mvTo
               when 'C' move 'COMPLETE' to mvTo
               when 'L' move 'CLOSED' to mvTo
               when 'X' move 'CANCELLED' to mvTo
               when other move 'REGISTERED' to mvTo
           end-evaluate.

    *>    one statement per lot closed on the statement date, set off
    *>    on its own so it can be torn off and sent to the department.
       writeClosingStatement.
           add 1 to closedCount.
           write outLine from blankLine after advancing 1 line.
           write outLine from stmtRuleLine after advancing 1 line.
           move lriLotId to shLotId.
           move lriDept to shDept.
           write outLine from stmtHeadLine after advancing 1 line.
           move statementDate to sdClosed.
           move lriWindowStart to sdWindowStart.
           move lriWindowEnd to sdWindowEnd.
           write outLine from stmtDateLine after advancing 1 line.
           write outLine from blankLine after advancing 1 line.
           if lriExpected is numeric
               move lriExpected to workExpected
           else
               move zero to workExpected
           end-if.
           move 'CARDS EXPECTED' to scLabel.
           move workExpected to scCount.
           write outLine from stmtCountLine after advancing 1 line.
           move 'CARDS RECEIVED' to scLabel.
           move rgReceived(regIdx) to scCount.
           write outLine from stmtCountLine after advancing 1 line.
           move '  PRIMES' to scLabel.
           move rgPrimes(regIdx) to scCount.
           write outLine from stmtCountLine after advancing 1 line.
           move '  COMPOSITES' to scLabel.
           move rgComposites(regIdx) to scCount.
           write outLine from stmtCountLine after advancing 1 line.
           move '  REJECTS' to scLabel.
           move rgRejects(regIdx) to scCount.
           write outLine from stmtCountLine after advancing 1 line.
           move 'CORRECTIONS OUTSTANDING' to scLabel.
           move rgCorrections(regIdx) to scCount.
           write outLine from stmtCountLine after advancing 1 line.
           if rgReceived(regIdx) is less than workExpected
               write outLine from stmtShortLine after advancing 1 line
           end-if.
           if rgReceived(regIdx) is less than workExpected
                   or rgCorrections(regIdx) is greater than zero
               add 1 to shortCount
           end-if.
           write outLine from stmtRuleLine after advancing 1 line.
