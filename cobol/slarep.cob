    *>    department turnaround SLA report: the sending departments
    *>    have a service agreement -- their cards classified within N
    *>    business days of the deck arriving -- and nobody measured it,
    *>    so a "you're late" complaint was answered from memory. this
    *>    program takes the billing month's classified rows (auditcut's
    *>    generation catalog plus the current audit file, the same walk
    *>    chargebk.cob makes), groups them by lot, and dates each lot
    *>    twice: received, the processing business date the card's
    *>    deck was received for as primes2 carried it onto the audit
    *>    row (for older rows, off deckedit.cob's received-deck
    *>    register -- the department's latest deck accepted on or
    *>    before the run that classified the card and no earlier than
    *>    the card's own DATE-FIELD) -- and classified, the primes2
    *>    run date of the lot's last row in the month. PRODCAL counts
    *>    the business days between, and slatgt.dat gives each
    *>    department its target.
    *>    one line per lot, a met/late count and percentage on time per
    *>    department, and a total line.
       identification division.
       program-id. slarep.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    dynamic-assigned with environment overrides, same convention
    *>    as the rest of the tree.
       select deptFile assign to dynamic deptFileName
           organization is line sequential
           file status is fsDept.
       select targetFile assign to dynamic targetFileName
           organization is line sequential
           file status is fsTarget.
       select xmitalFile assign to dynamic xmitalFileName
           organization is line sequential
           file status is fsXmital.
       select catalogFile assign to dynamic catalogFileName
           organization is line sequential
           file status is fsCatalog.
       select auditFile assign to dynamic auditFileName
           organization is line sequential
           file status is fsAudit.
       select reportFile assign to dynamic reportFileName
           organization is line sequential
           file status is fsReport.

       data division.
       file section.
    *>    chargebk.cob's department master: only prefix and department
    *>    are wanted here.
         fd deptFile.
             01 deptRecord.
                 02 dmPrefix pic x(3).
                 02 filler pic x.
                 02 dmDept pic x(8).
                 02 filler pic x(68).
    *>    SLA parameter: one record per department, the agreed
    *>    turnaround in business days. a department code of '*' sets
    *>    the target for every department without its own record.
         fd targetFile.
             01 targetRecord.
                 02 tgDept pic x(8).
                 02 filler pic x.
                 02 tgDays pic x(3).
                 02 filler pic x(68).
         fd xmitalFile.
             01 xmitalLine pic x(80).
         fd catalogFile.
             01 catalogRecord.
                 02 catGenDate pic x(8).
                 02 filler pic x.
                 02 catGenFileName pic x(99).
         fd auditFile.
             01 auditLine pic x(80).
         fd reportFile.
             01 outLine pic x(9999) value spaces.

       working-storage section.
           77 deptFileName pic x(99)
               value "./cobol/assets/deptmst.dat".
           77 targetFileName pic x(99)
               value "./cobol/assets/slatgt.dat".
           77 xmitalFileName pic x(99)
               value "./cobol/assets/xmital.dat".
           77 catalogFileName pic x(99)
               value "./cobol/assets/auditgen.dat".
           77 auditFileName pic x(99).
           77 currentAuditName pic x(99) value "./primes.audit".
           77 reportFileName pic x(99) value "./slarep.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsDept pic xx.
           77 fsTarget pic xx.
           77 fsXmital pic xx.
           77 fsCatalog pic xx.
           77 fsAudit pic xx.
           77 fsReport pic xx.
           77 eofFile pic 9.
           77 eofAudit pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
    *>    report month yyyymm: defaults to the run date's own month,
    *>    same override shape as chargebk.cob's billing period.
           77 reportPeriod pic 9(6).
           77 numvalCheck pic s9(4) usage is comp.
           77 rowPeriod pic 9(6).
           77 rowDate pic 9(8).
           77 rowCardDate pic 9(8).
           77 rowsRead pic 9(9) value zero.
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
    *>    run's real code is put back after the call.
           77 rsProgram pic x(9) value 'SLAREP'.
           77 rsRc pic s9(4).
           77 rsLate pic 9(9) value zero.
    *>    business-day arithmetic through the shared calendar.
           77 calFunc pic x.
           77 calDate1 pic 9(8).
           77 calDate2 pic 9(8).
           77 calResult pic s9(9).
    *>    prefix-to-department map off deptmst.dat, one entry per
    *>    prefix however many rate bands it carries.
           77 mapCount pic 9(4) value zero.
           77 mapIdx pic 9(4).
       01 mapTable.
           02 mapEntry occurs 100 times.
               03 mpPrefix pic x(3).
               03 mpDept pic x(8).
    *>    SLA targets; five business days stands until slatgt.dat
    *>    says otherwise.
           77 defaultTarget pic 9(3) value 5.
           77 targetCount pic 9(4) value zero.
           77 targetIdx pic 9(4).
       01 targetTable.
           02 targetEntry occurs 100 times.
               03 ttDept pic x(8).
               03 ttDays pic 9(3).
    *>    received-deck register: receipt date, processing business
    *>    date and department of every accepted transmittal. registers
    *>    written before decks carried a business date get their
    *>    receipt date in its place.
           77 xmitCount pic 9(4) value zero.
           77 xmitIdx pic 9(4).
       01 xmitTable.
           02 xmitEntry occurs 2000 times.
               03 xtDate pic 9(8).
               03 xtBusinessDate pic 9(8).
               03 xtDept pic x(8).
       01 xmitalRecordIn.
           02 xriDate pic x(8).
           02 filler pic x.
           02 xriTime pic x(8).
           02 filler pic x.
           02 xriDept pic x(8).
           02 filler pic x(30).
           02 xriBusinessDate pic x(8).
           02 filler pic x(16).
    *>    the month's lots: receipt is the earliest a row of the lot
    *>    was received, classification the latest run that touched it.
    *>    ltEstimated marks a lot with a row no register record could
    *>    account for, whose receipt fell back to the card date.
           77 lotCount pic 9(5) value zero.
           77 lotIdx pic 9(5).
           77 lotFound pic 9(5).
           77 lotsDropped pic 9(9) value zero.
       01 lotTable.
           02 lotEntry occurs 5000 times.
               03 ltLot pic x(10).
               03 ltDept pic x(8).
               03 ltReceived pic 9(8).
               03 ltClassified pic 9(8).
               03 ltCards pic 9(9).
               03 ltEstimated pic x.
           77 rowDept pic x(8).
           77 rowReceived pic 9(8).
           77 rowEstimated pic x.
           77 rowTakenIn pic 9(8).
           77 rowRecvDays pic s9(4).
           77 rowRecvInt pic s9(9) usage is comp.
    *>    the report walks the lots department by department.
           77 deptDoneCount pic 9(4) value zero.
           77 deptDoneIdx pic 9(4).
           77 deptDone pic 9.
       01 deptDoneTable.
           02 deptDoneEntry pic x(8) occurs 200 times.
           77 thisDept pic x(8).
           77 thisTarget pic 9(3).
           77 lotDays pic s9(9).
           77 deptLots pic 9(7).
           77 deptOnTime pic 9(7).
           77 totalLots pic 9(7) value zero.
           77 totalOnTime pic 9(7) value zero.
           77 pctOnTime pic 9(3)v9.
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
           02 filler pic x.
           02 aiRecvDays pic x(4).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(32) value 'DEPARTMENT TURNAROUND SLA REPORT'.
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
           02 filler pic x(9) value '  PERIOD '.
           02 riOutPeriod pic 9(6).
       01 blankLine.
           02 filler pic x value space.
       01 deptHeadLine.
           02 filler pic x value space.
           02 filler pic x(11) value 'DEPARTMENT '.
           02 dhDept pic x(8).
           02 filler pic x(9) value '  TARGET '.
           02 dhTarget pic zz9.
           02 filler pic x(14) value ' BUSINESS DAYS'.
       01 lotLine.
           02 filler pic x(3) value spaces.
           02 filler pic x(4) value 'LOT '.
           02 llLot pic x(10).
           02 filler pic x(11) value '  RECEIVED '.
           02 llReceived pic 9(8).
           02 llEstimated pic x.
           02 filler pic x(12) value ' CLASSIFIED '.
           02 llClassified pic 9(8).
           02 filler pic x(7) value '  CARDS'.
           02 llCards pic z(8)9.
           02 filler pic x(16) value '  BUSINESS DAYS '.
           02 llDays pic zzz9.
           02 filler pic x(2) value spaces.
           02 llVerdict pic x(4).
       01 deptTotalLine.
           02 filler pic x(3) value spaces.
           02 filler pic x(5) value 'LOTS '.
           02 dtLots pic z(6)9.
           02 filler pic x(10) value '  ON TIME '.
           02 dtOnTime pic z(6)9.
           02 filler pic x(7) value '  LATE '.
           02 dtLate pic z(6)9.
           02 filler pic x(14) value '  PCT ON TIME '.
           02 dtPct pic zz9.9.
       01 grandTotalLine.
           02 filler pic x value space.
           02 filler pic x(15) value 'ALL DEPARTMENTS'.
           02 filler pic x(6) value ' LOTS '.
           02 gtLots pic z(6)9.
           02 filler pic x(10) value '  ON TIME '.
           02 gtOnTime pic z(6)9.
           02 filler pic x(14) value '  PCT ON TIME '.
           02 gtPct pic zz9.9.
       01 footnoteLine.
           02 filler pic x value space.
           02 filler pic x(67) value
               '* NO REGISTERED DECK ACCOUNTS FOR A CARD: RECEIVED DATE'
               & ' = CARD DATE'.
       01 droppedLine.
           02 filler pic x value space.
           02 filler pic x(30) value '** LOT TABLE FULL AT 5000, '.
           02 dlCount pic z(8)9.
           02 filler pic x(22) value ' ROWS NOT REPORTED'.

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           compute reportPeriod = function integer(riDate / 100).
           accept envOverride from environment "DEPTMST_DD".
           if envOverride is not equal to spaces
               move envOverride to deptFileName
           end-if.
           call 'RGNCHK' using deptFileName, runRegion.
           accept envOverride from environment "SLATGT_DD".
           if envOverride is not equal to spaces
               move envOverride to targetFileName
           end-if.
           call 'RGNCHK' using targetFileName, runRegion.
           accept envOverride from environment "XMITAL_DD".
           if envOverride is not equal to spaces
               move envOverride to xmitalFileName
           end-if.
           call 'RGNCHK' using xmitalFileName, runRegion.
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
           accept envOverride from environment "SLAREP_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
    *>    report month override: a bad value keeps the run date's
    *>    month, same graceful-default style as the other parameters.
           accept envOverride from environment "SLAREP_PERIOD_DD".
           if envOverride is not equal to spaces
               move function test-numval(envOverride) to numvalCheck
               if numvalCheck is equal to zero
                   move function numval(envOverride) to reportPeriod
               end-if
           end-if.
           perform loadDeptMap.
           perform loadTargets.
           perform loadReceivedRegister.
           perform walkCatalog.
           move currentAuditName to auditFileName.
           perform tallyOneAuditFile.
           perform writeReport.
           if lotCount is equal to zero
               display "NO CLASSIFIED LOTS IN PERIOD " reportPeriod "."
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           call 'RUNSTAT' using rsProgram, rsRc, rowsRead, rsLate.
           move rsRc to return-code.

       loadDeptMap.
           open input deptFile.
           if fsDept is not equal to "00"
               display "DEPARTMENT MASTER NOT AVAILABLE, STATUS "
                   fsDept " FILE " function trim(deptFileName)
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read deptFile
                   at end move 1 to eofFile
                   not at end perform addMapEntry
               end-read
           end-perform.
           close deptFile.

       addMapEntry.
           if dmPrefix is equal to spaces
               exit paragraph
           end-if.
           perform varying mapIdx from 1 by 1
                   until mapIdx is greater than mapCount
               if mpPrefix(mapIdx) is equal to dmPrefix
                   exit paragraph
               end-if
           end-perform.
           if mapCount is less than 100
               add 1 to mapCount
               move dmPrefix to mpPrefix(mapCount)
               move dmDept to mpDept(mapCount)
           end-if.

       loadTargets.
           open input targetFile.
           if fsTarget is not equal to "00"
               display "NO SLA TARGET FILE, EVERY DEPARTMENT AT "
                   defaultTarget " BUSINESS DAYS."
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read targetFile
                   at end move 1 to eofFile
                   not at end
                       if tgDays is numeric
                           if tgDept is equal to '*'
                               move tgDays to defaultTarget
                           else
                               if tgDept is not equal to spaces
                                       and targetCount is less than 100
                                   add 1 to targetCount
                                   move tgDept to ttDept(targetCount)
                                   move tgDays to ttDays(targetCount)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.
           close targetFile.

    *>    a missing register means no deck ever came in under a
    *>    transmittal: every lot's receipt falls back to its card dates.
       loadReceivedRegister.
           open input xmitalFile.
           if fsXmital is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read xmitalFile
                   at end move 1 to eofFile
                   not at end
                       move xmitalLine to xmitalRecordIn
                       if xriDate is numeric
                               and xmitCount is less than 2000
                           add 1 to xmitCount
                           move xriDate to xtDate(xmitCount)
                           if xriBusinessDate is numeric
                               move xriBusinessDate
                                   to xtBusinessDate(xmitCount)
                           else
                               move xriDate to xtBusinessDate(xmitCount)
                           end-if
                           move xriDept to xtDept(xmitCount)
                       end-if
               end-read
           end-perform.
           close xmitalFile.

    *>    every cataloged generation whose business date falls in the
    *>    report month contributes its rows.
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
                           compute rowPeriod = function integer(
                               function numval(catGenDate) / 100)
                           if rowPeriod is equal to reportPeriod
                               move catGenFileName to auditFileName
                               perform tallyOneAuditFile
                           end-if
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

    *>    one audit row: a dated row with a lot inside the report month
    *>    counts toward its lot, whatever the classification said -- a
    *>    reject was turned around too.
       tallyOneRow.
           move auditLine to auditRecordIn.
           if aiDate is not numeric or aiLot is equal to spaces
               exit paragraph
           end-if.
           move aiDate to rowDate.
           compute rowPeriod = function integer(rowDate / 100).
           if rowPeriod is not equal to reportPeriod
               exit paragraph
           end-if.
           add 1 to rowsRead.
           if aiCardDate is numeric
               move aiCardDate to rowCardDate
           else
               move rowDate to rowCardDate
           end-if.
           move 'UNMAPPED' to rowDept.
           perform varying mapIdx from 1 by 1
                   until mapIdx is greater than mapCount
               if mpPrefix(mapIdx) is equal to aiLot(1:3)
                   move mpDept(mapIdx) to rowDept
                   exit perform
               end-if
           end-perform.
           perform findRowReceipt.
           move zero to lotFound.
           perform varying lotIdx from 1 by 1
                   until lotIdx is greater than lotCount
               if ltLot(lotIdx) is equal to aiLot
                   move lotIdx to lotFound
                   exit perform
               end-if
           end-perform.
           if lotFound is equal to zero
               if lotCount is equal to 5000
                   add 1 to lotsDropped
                   exit paragraph
               end-if
               add 1 to lotCount
               move lotCount to lotFound
               move aiLot to ltLot(lotFound)
               move rowDept to ltDept(lotFound)
               move rowReceived to ltReceived(lotFound)
               move rowDate to ltClassified(lotFound)
               move zero to ltCards(lotFound)
               move space to ltEstimated(lotFound)
           end-if.
           add 1 to ltCards(lotFound).
           if rowReceived is less than ltReceived(lotFound)
               move rowReceived to ltReceived(lotFound)
           end-if.
           if rowDate is greater than ltClassified(lotFound)
               move rowDate to ltClassified(lotFound)
           end-if.
           if rowEstimated is equal to '*'
               move '*' to ltEstimated(lotFound)
           end-if.

    *>    the deck that brought this card in: a row that carries its
    *>    deck's receipt business date is taken at its word. an older
    *>    row falls back on the department's latest registered deck
    *>    taken in on or before the classification run and not before
    *>    the card was dated, and is received on that deck's business
    *>    date. none found, the card date stands in as the receipt
    *>    date and the lot is marked.
       findRowReceipt.
           move zero to rowReceived.
           move space to rowEstimated.
           if aiRecvDays is not equal to spaces
               move function test-numval(aiRecvDays) to numvalCheck
               if numvalCheck is equal to zero
                   move function numval(aiRecvDays) to rowRecvDays
                   compute rowRecvInt =
                       function integer-of-date(rowDate) - rowRecvDays
                   move function date-of-integer(rowRecvInt)
                       to rowReceived
                   exit paragraph
               end-if
           end-if.
           move zero to rowTakenIn.
           perform varying xmitIdx from 1 by 1
                   until xmitIdx is greater than xmitCount
               if xtDept(xmitIdx) is equal to rowDept
                       and xtDate(xmitIdx) is not greater than rowDate
                       and xtDate(xmitIdx) is not less than rowCardDate
                       and xtDate(xmitIdx) is greater than rowTakenIn
                   move xtDate(xmitIdx) to rowTakenIn
                   move xtBusinessDate(xmitIdx) to rowReceived
               end-if
           end-perform.
           if rowReceived is equal to zero
               move rowCardDate to rowReceived
               move '*' to rowEstimated
           end-if.

       writeReport.
           open output reportFile.
           if fsReport is not equal to "00"
               display "FILE OPEN FAILURE, REPORT STATUS " fsReport
                   " FILE " reportFileName
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           move reportPeriod to riOutPeriod.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
           perform varying lotIdx from 1 by 1
                   until lotIdx is greater than lotCount
               move zero to deptDone
               perform varying deptDoneIdx from 1 by 1
                       until deptDoneIdx is greater than deptDoneCount
                   if deptDoneEntry(deptDoneIdx) is equal to
                           ltDept(lotIdx)
                       move 1 to deptDone
                       exit perform
                   end-if
               end-perform
               if deptDone is equal to zero
                       and deptDoneCount is less than 200
                   add 1 to deptDoneCount
                   move ltDept(lotIdx) to deptDoneEntry(deptDoneCount)
                   move ltDept(lotIdx) to thisDept
                   perform writeOneDepartment
               end-if
           end-perform.
           write outLine from blankLine after advancing 1 line.
           move totalLots to gtLots.
           move totalOnTime to gtOnTime.
           if totalLots is greater than zero
               compute pctOnTime rounded =
                   totalOnTime * 100 / totalLots
           else
               move zero to pctOnTime
           end-if.
           move pctOnTime to gtPct.
           write outLine from grandTotalLine after advancing 1 line.
           write outLine from footnoteLine after advancing 1 line.
           if lotsDropped is greater than zero
               move lotsDropped to dlCount
               write outLine from droppedLine after advancing 1 line
           end-if.
           close reportFile.
           display "SLA REPORT COMPLETE: PERIOD " reportPeriod ", "
               totalLots " LOTS, " totalOnTime " ON TIME.".

       writeOneDepartment.
           move defaultTarget to thisTarget.
           perform varying targetIdx from 1 by 1
                   until targetIdx is greater than targetCount
               if ttDept(targetIdx) is equal to thisDept
                   move ttDays(targetIdx) to thisTarget
                   exit perform
               end-if
           end-perform.
           move zero to deptLots.
           move zero to deptOnTime.
           write outLine from blankLine after advancing 1 line.
           move thisDept to dhDept.
           move thisTarget to dhTarget.
           write outLine from deptHeadLine after advancing 1 line.
           perform varying lotFound from 1 by 1
                   until lotFound is greater than lotCount
               if ltDept(lotFound) is equal to thisDept
                   perform writeOneLot
               end-if
           end-perform.
           move deptLots to dtLots.
           move deptOnTime to dtOnTime.
           compute dtLate = deptLots - deptOnTime.
           compute pctOnTime rounded = deptOnTime * 100 / deptLots.
           move pctOnTime to dtPct.
           write outLine from deptTotalLine after advancing 1 line.
           add deptLots to totalLots.
           add deptOnTime to totalOnTime.

       writeOneLot.
           move 'D' to calFunc.
           move ltReceived(lotFound) to calDate1.
           move ltClassified(lotFound) to calDate2.
           call 'PRODCAL' using calFunc, calDate1, calDate2,
               calResult.
           move calResult to lotDays.
           add 1 to deptLots.
           move ltLot(lotFound) to llLot.
           move ltReceived(lotFound) to llReceived.
           move ltEstimated(lotFound) to llEstimated.
           move ltClassified(lotFound) to llClassified.
           move ltCards(lotFound) to llCards.
           move lotDays to llDays.
           if lotDays is not greater than thisTarget
               move 'MET ' to llVerdict
               add 1 to deptOnTime
           else
               move 'LATE' to llVerdict
               add 1 to rsLate
           end-if.
           write outLine from lotLine after advancing 1 line.
