    *>    records retention for the files nothing ever trimmed, and the
    *>    compliance picture across every record class. the purges that
    *>    already existed (auditcut.cob's audit generations, gencat.cob's
    *>    report generations, vitalbk.cob's backup sets, mstpurge.cob's
    *>    master) now take their periods and legal holds from the
    *>    retention schedule through RETSCHED; what never had a purge at
    *>    all -- the maintenance change logs, the operator session
    *>    journal, the security-violation and signon logs, the alert
    *>    file and the step history -- is trimmed here, by the same
    *>    schedule:
    *>      RETAIN_MODE=TRIM (the default) drops every row of those
    *>      files dated before its class's cutoff and keeps everything
    *>      else, undated rows included. a class nobody has scheduled
    *>      is left exactly as it is, and a class under legal hold is
    *>      not touched until the hold is released. the register lists
    *>      what each file lost and kept.
    *>      RETAIN_MODE=REPORT is the retention compliance report: for
    *>      every class, its schedule, the oldest item still held, how
    *>      many items are past retention (listed where they are
    *>      separate files), and whether the class is under hold. a
    *>      class past retention outside a hold, or not on the schedule
    *>      at all, is an exception and returns 4.
    *>    the mstmnt.cob master journal is deliberately not in the log
    *>    set: mstrecov.cob replays it over the image copies, so it is
    *>    kept as long as the master itself.
       identification division.
       program-id. retain.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    dynamic-assigned with environment overrides, same convention
    *>    as the rest of the tree; each log's own program DD names it.
       select logFile assign to dynamic logFileName
           organization is line sequential
           file status is fsLog.
       select workFile assign to dynamic workFileName
           organization is line sequential
           file status is fsWork.
       select reportFile assign to dynamic reportFileName
           organization is line sequential
           file status is fsReport.
       select auditCatFile assign to dynamic auditCatFileName
           organization is line sequential
           file status is fsCatalog.
       select outCatFile assign to dynamic outCatFileName
           organization is line sequential
           file status is fsCatalog.
       select setCatFile assign to dynamic setCatFileName
           organization is line sequential
           file status is fsCatalog.
       select masterFile assign to dynamic masterFileName
           organization is indexed
           access mode is sequential
           record key is masterNum
           file status is fsMaster.

       data division.
       file section.
         fd logFile.
             01 logLine pic x(512).
         fd workFile.
             01 workLine pic x(512).
         fd reportFile.
             01 reportLine pic x(132).
    *>    auditcut.cob's generation catalog; date and file name only.
         fd auditCatFile.
             01 auditCatRecord.
                 02 acDate pic x(8).
                 02 filler pic x.
                 02 acFileName pic x(99).
                 02 filler pic x(14).
    *>    gencat.cob's report-generation catalog.
         fd outCatFile.
             01 outCatRecord.
                 02 ocStamp pic x(14).
                 02 filler pic x.
                 02 ocBaseName pic x(99).
                 02 filler pic x.
                 02 ocGenName pic x(115).
    *>    vitalbk.cob's backup-set catalog.
         fd setCatFile.
             01 setCatRecord.
                 02 scStamp pic x(14).
                 02 filler pic x.
                 02 scManifestName pic x(115).
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

       working-storage section.
           77 logFileName pic x(99).
           77 workFileName pic x(99).
           77 reportFileName pic x(99) value "./retain.out".
           77 auditCatFileName pic x(99)
               value "./cobol/assets/auditgen.dat".
           77 outCatFileName pic x(99) value "./cobol/assets/outgen.dat".
           77 setCatFileName pic x(99)
               value "./cobol/assets/vitalset.dat".
           77 masterFileName pic x(99)
               value "./cobol/assets/classmst.dat".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsLog pic xx.
           77 fsWork pic xx.
           77 fsReport pic xx.
           77 fsCatalog pic xx.
           77 fsMaster pic xx.
           77 eofFile pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 runMode pic x(6) value 'TRIM'.
           77 cutoffDate pic 9(8).
           77 cutoffInt pic s9(9) usage is comp.
           77 rowDate pic x(8).
           77 rowDateNum pic 9(8).
           77 annualMarkCount pic 9(4).
    *>    one class's schedule as RETSCHED returns it.
           77 rtClass pic x(8).
           77 rtResult pic x.
           77 rtUnit pic x.
           77 rtPeriod pic 9(4).
           77 rtHold pic x.
           77 rtHoldRef pic x(12).
    *>    the log set: every append-only file with no purge of its own,
    *>    the class that governs it, its default name, the DD its own
    *>    programs honor, and the column its row date starts in.
       01 logSet.
           02 logEntry occurs 20 times.
               03 rlClass pic x(8).
               03 rlFileName pic x(99).
               03 rlDdName pic x(20).
               03 rlDateCol pic 9(3).
           77 logCount pic 9(4) value zero.
           77 logIdx pic 9(4).
    *>    the classes the compliance report walks, in report order,
    *>    each with its label and the unit its purge works in.
       01 classList.
           02 classEntry occurs 20 times.
               03 clClass pic x(8).
               03 clLabel pic x(30).
               03 clUnit pic x.
           77 classCount pic 9(4) value zero.
           77 classIdx pic 9(4).
    *>    one file trimmed.
           77 rowsRead pic 9(9).
           77 rowsDropped pic 9(9).
           77 rowsKept pic 9(9).
           77 oldestKept pic 9(8).
           77 trimVerdict pic x(30).
           77 totalDropped pic 9(9) value zero.
           77 filesTrimmed pic 9(9) value zero.
           77 trimFailures pic 9(9) value zero.
    *>    one class reported: the schedule in words, its standing, and
    *>    the totals across everything the class holds.
           77 classApplies pic 9.
           77 classItems pic 9(9).
           77 classPast pic 9(9).
           77 classOldest pic 9(8).
           77 classStatus pic x(20).
           77 itemOldest pic 9(8).
           77 itemCount pic 9(9).
           77 itemPast pic 9(9).
           77 itemNote pic x(30).
           77 periodEdit pic z(3)9.
           77 classesReported pic 9(9) value zero.
           77 exceptionCount pic 9(9) value zero.
    *>    report generations, one counter per report archived.
       01 baseTable.
           02 baseEntry occurs 50 times.
               03 btBaseName pic x(99).
               03 btCount pic 9(4).
               03 btOldest pic 9(8).
           77 baseCount pic 9(4).
           77 baseIdx pic 9(4).
           77 stampDate pic 9(8).
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
    *>    run's real code is put back after the call.
           77 rsProgram pic x(9) value 'RETAIN'.
           77 rsRc pic s9(4).
           77 rsCount pic 9(9).
           77 rsRejects pic 9(9).
           77 awSeverity pic x.
           77 awMessage pic x(60).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 titleText pic x(40).
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(46) value
        ' ---------------------------------------------'.
       01 runInfoLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(9) value 'RUN DATE '.
           02 riOutDate pic 9(8).
           02 filler pic x(7) value '  TIME '.
           02 riOutTime pic 9(8).
       01 blankLine.
           02 filler pic x value space.
       01 trimHeadLine.
           02 filler pic x value space.
           02 filler pic x(10) value 'CLASS'.
           02 filler pic x(40) value 'FILE'.
           02 filler pic x(11) value '  ROWS READ'.
           02 filler pic x(11) value '    DROPPED'.
           02 filler pic x(11) value '       KEPT'.
           02 filler pic x(12) value '  OLDEST'.
           02 filler pic x(7) value 'VERDICT'.
       01 trimLine.
           02 filler pic x value space.
           02 tlClass pic x(8).
           02 filler pic x(2) value spaces.
           02 tlFileName pic x(40).
           02 filler pic x(2) value spaces.
           02 tlRead pic z(8)9.
           02 filler pic x(2) value spaces.
           02 tlDropped pic z(8)9.
           02 filler pic x(2) value spaces.
           02 tlKept pic z(8)9.
           02 filler pic x(2) value spaces.
           02 tlOldest pic x(8).
           02 filler pic x(2) value spaces.
           02 tlVerdict pic x(30).
       01 trimSummaryLine.
           02 filler pic x value space.
           02 tsTrimmed pic z(8)9.
           02 filler pic x(16) value ' FILES TRIMMED, '.
           02 tsDropped pic z(8)9.
           02 filler pic x(16) value ' ROWS DROPPED, '.
           02 tsFailures pic z(8)9.
           02 filler pic x(9) value ' FAILURES'.
       01 classHeadLine.
           02 filler pic x value space.
           02 chClass pic x(8).
           02 filler pic x(2) value spaces.
           02 chLabel pic x(30).
           02 filler pic x(2) value spaces.
           02 chSchedule pic x(22).
           02 filler pic x(2) value spaces.
           02 chCutoff pic x(15).
           02 filler pic x(2) value spaces.
           02 chHold pic x(24).
       01 itemHeadLine.
           02 filler pic x(5) value spaces.
           02 filler pic x(48) value 'HELD IN'.
           02 filler pic x(11) value '      ITEMS'.
           02 filler pic x(10) value '  OLDEST'.
           02 filler pic x(11) value '       PAST'.
       01 itemLine.
           02 filler pic x(5) value spaces.
           02 ilName pic x(48).
           02 filler pic x(2) value spaces.
           02 ilItems pic z(8)9.
           02 filler pic x(2) value spaces.
           02 ilOldest pic x(8).
           02 filler pic x(2) value spaces.
           02 ilPast pic z(8)9.
           02 filler pic x(2) value spaces.
           02 ilNote pic x(30).
       01 classTotalLine.
           02 filler pic x(5) value spaces.
           02 filler pic x(48) value 'CLASS TOTAL'.
           02 filler pic x(2) value spaces.
           02 ctItems pic z(8)9.
           02 filler pic x(2) value spaces.
           02 ctOldest pic x(8).
           02 filler pic x(2) value spaces.
           02 ctPast pic z(8)9.
           02 filler pic x(2) value spaces.
           02 ctStatus pic x(20).
       01 reportSummaryLine.
           02 filler pic x value space.
           02 rsClasses pic z(8)9.
           02 filler pic x(20) value ' CLASSES REPORTED, '.
           02 rsExceptions pic z(8)9.
           02 filler pic x(11) value ' EXCEPTIONS'.
       01 dateEdit.
           02 deDate pic 9(8).

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept envOverride from environment "RETAIN_MODE".
           if envOverride is not equal to spaces
               move envOverride to runMode
           end-if.
           accept envOverride from environment "RETAIN_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           accept envOverride from environment "AUDITCUT_CATALOG_DD".
           if envOverride is not equal to spaces
               move envOverride to auditCatFileName
           end-if.
           call 'RGNCHK' using auditCatFileName, runRegion.
           accept envOverride from environment "GENCAT_CATALOG_DD".
           if envOverride is not equal to spaces
               move envOverride to outCatFileName
           end-if.
           call 'RGNCHK' using outCatFileName, runRegion.
           accept envOverride from environment "VITALSET_DD".
           if envOverride is not equal to spaces
               move envOverride to setCatFileName
           end-if.
           call 'RGNCHK' using setCatFileName, runRegion.
           accept envOverride from environment "CLASSMST_DD".
           if envOverride is not equal to spaces
               move envOverride to masterFileName
           end-if.
           call 'RGNCHK' using masterFileName, runRegion.
           perform defineLogSet.
           perform defineClassList.

           open output reportFile.
           if fsReport is not equal to "00"
               display "FILE OPEN FAILURE, REPORT STATUS " fsReport
                   " FILE " function trim(reportFileName)
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           if runMode is equal to 'REPORT'
               move 'RECORDS RETENTION COMPLIANCE REPORT' to titleText
           else
               move 'RECORDS RETENTION LOG TRIM REGISTER' to titleText
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write reportLine from titleLine after advancing 0 lines.
           write reportLine from theUnderLine after advancing 1 line.
           write reportLine from runInfoLine after advancing 1 line.
           write reportLine from blankLine after advancing 1 line.
           if runMode is equal to 'REPORT'
               perform reportCompliance
           else
               perform trimLogSet
           end-if.
           close reportFile.
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           if runMode is equal to 'REPORT'
               move classesReported to rsCount
               move exceptionCount to rsRejects
           else
               move totalDropped to rsCount
               move trimFailures to rsRejects
           end-if.
           call 'RUNSTAT' using rsProgram, rsRc, rsCount, rsRejects.
           move rsRc to return-code.

    *>    every append-only file with no purge of its own. a log added
    *>    to the suite belongs here too, under the class whose schedule
    *>    should govern it.
       defineLogSet.
           initialize logSet.
           move 'CHGLOG' to rlClass(1).
           move "./cobol/assets/lotreg.log" to rlFileName(1).
           move "LOTREG_LOG_DD" to rlDdName(1).
           move 'CHGLOG' to rlClass(2).
           move "./cobol/assets/authmnt.log" to rlFileName(2).
           move "AUTHMNT_LOG_DD" to rlDdName(2).
           move 'CHGLOG' to rlClass(3).
           move "./cobol/assets/blkmnt.log" to rlFileName(3).
           move "BLKMNT_LOG_DD" to rlDdName(3).
           move 'CHGLOG' to rlClass(4).
           move "./cobol/assets/calmnt.log" to rlFileName(4).
           move "CALMNT_LOG_DD" to rlDdName(4).
           move 'CHGLOG' to rlClass(5).
           move "./cobol/assets/cfgchg.log" to rlFileName(5).
           move "CFGMNT_LOG_DD" to rlDdName(5).
           move 'CHGLOG' to rlClass(6).
           move "./cobol/assets/deptmnt.log" to rlFileName(6).
           move "DEPTMNT_LOG_DD" to rlDdName(6).
           move 'CHGLOG' to rlClass(7).
           move "./cobol/assets/genrest.log" to rlFileName(7).
           move "GENREST_LOG_DD" to rlDdName(7).
           move 'CHGLOG' to rlClass(8).
           move "./cobol/assets/handover.log" to rlFileName(8).
           move "HANDOVER_LOG_DD" to rlDdName(8).
           move 'CHGLOG' to rlClass(9).
           move "./cobol/assets/regcor.log" to rlFileName(9).
           move "REGCOR_LOG_DD" to rlDdName(9).
           move 'CHGLOG' to rlClass(10).
           move "./cobol/assets/resmnt.log" to rlFileName(10).
           move "RESMNT_LOG_DD" to rlDdName(10).
           move 'SESSJRNL' to rlClass(11).
           move "./primes3.jrnl" to rlFileName(11).
           move "PRIMES3_JRNL_DD" to rlDdName(11).
           move 'SECLOG' to rlClass(12).
           move "./primes3.seclog" to rlFileName(12).
           move "PRIMES3_SECLOG_DD" to rlDdName(12).
           move 'ALERTS' to rlClass(13).
           move "./cobol/assets/alerts.dat" to rlFileName(13).
           move "ALERTS_DD" to rlDdName(13).
    *>    the step history leads with the job id; its date follows.
           move 'STEPHIST' to rlClass(14).
           move "./cobol/assets/stephist.dat" to rlFileName(14).
           move "STEPHIST_DD" to rlDdName(14).
           move 10 to rlDateCol(14).
           move 'SECLOG' to rlClass(15).
           move "./cobol/assets/authsig.log" to rlFileName(15).
           move "AUTHSIG_LOG_DD" to rlDdName(15).
    *>    the dual-control proposals lead with their filing date, the
    *>    same as a change log, and are kept as long as one.
           move 'CHGLOG' to rlClass(16).
           move "./cobol/assets/proposal.dat" to rlFileName(16).
           move "PROPOSAL_DD" to rlDdName(16).
           move 16 to logCount.
           perform varying logIdx from 1 by 1
                   until logIdx is greater than logCount
               if rlDateCol(logIdx) is equal to zero
                   move 1 to rlDateCol(logIdx)
               end-if
               move spaces to envOverride
               accept envOverride from environment rlDdName(logIdx)
               if envOverride is not equal to spaces
                   move envOverride to rlFileName(logIdx)
               end-if
               call 'RGNCHK' using rlFileName(logIdx), runRegion
           end-perform.

       defineClassList.
           initialize classList.
           move 'AUDITGEN' to clClass(1).
           move 'AUDIT LOG GENERATIONS' to clLabel(1).
           move 'D' to clUnit(1).
           move 'OUTGEN' to clClass(2).
           move 'REPORT GENERATIONS' to clLabel(2).
           move 'G' to clUnit(2).
           move 'VITALBK' to clClass(3).
           move 'VITAL-RECORDS BACKUP SETS' to clLabel(3).
           move 'G' to clUnit(3).
           move 'CLASSMST' to clClass(4).
           move 'CLASSIFICATION MASTER' to clLabel(4).
           move 'D' to clUnit(4).
           move 'CHGLOG' to clClass(5).
           move 'MAINTENANCE CHANGE LOGS' to clLabel(5).
           move 'D' to clUnit(5).
           move 'SESSJRNL' to clClass(6).
           move 'OPERATOR SESSION JOURNAL' to clLabel(6).
           move 'D' to clUnit(6).
           move 'SECLOG' to clClass(7).
           move 'SECURITY-VIOLATION LOG' to clLabel(7).
           move 'D' to clUnit(7).
           move 'ALERTS' to clClass(8).
           move 'OPERATOR ALERT FILE' to clLabel(8).
           move 'D' to clUnit(8).
           move 'STEPHIST' to clClass(9).
           move 'JOB STEP HISTORY' to clLabel(9).
           move 'D' to clUnit(9).
           move 9 to classCount.

    *>    ================================================================
    *>    TRIM mode
    *>    ================================================================
       trimLogSet.
           write reportLine from trimHeadLine after advancing 1 line.
           perform varying logIdx from 1 by 1
                   until logIdx is greater than logCount
               perform trimOneLog
           end-perform.
           move filesTrimmed to tsTrimmed.
           move totalDropped to tsDropped.
           move trimFailures to tsFailures.
           write reportLine from trimSummaryLine after advancing 2 lines.
           display "RETENTION TRIM COMPLETE: " filesTrimmed
               " FILES TRIMMED, " totalDropped " ROWS DROPPED, "
               trimFailures " FAILURES.".
           if trimFailures is greater than zero
               move 'W' to awSeverity
               move spaces to awMessage
               string "RETENTION TRIM: " trimFailures
                      " LOG FILES COULD NOT BE TRIMMED"
                      delimited by size into awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 4 to return-code
           else
               move 0 to return-code
           end-if.

    *>    one log: trimmed only when its class is scheduled in days and
    *>    not under hold; anything else is left as it stands, and the
    *>    register says why.
       trimOneLog.
           move rlClass(logIdx) to rtClass.
           call 'RETSCHED' using rtClass, rtResult, rtUnit, rtPeriod,
               rtHold, rtHoldRef.
           move zero to rowsRead.
           move zero to rowsDropped.
           move zero to rowsKept.
           move zero to oldestKept.
           move spaces to trimVerdict.
           evaluate true
               when rtResult is not equal to 'S'
                   move 'NOT SCHEDULED, LEFT AS IS' to trimVerdict
               when rtHold is equal to 'Y'
                   string "LEGAL HOLD " function trim(rtHoldRef)
                          delimited by size into trimVerdict
               when rtUnit is not equal to 'D'
                   move 'SCHEDULE NOT IN DAYS, LEFT' to trimVerdict
               when other
                   perform trimByDate
           end-evaluate.
           move rlClass(logIdx) to tlClass.
           move rlFileName(logIdx) to tlFileName.
           move rowsRead to tlRead.
           move rowsDropped to tlDropped.
           move rowsKept to tlKept.
           if oldestKept is equal to zero
               move spaces to tlOldest
           else
               move oldestKept to tlOldest
           end-if.
           move trimVerdict to tlVerdict.
           write reportLine from trimLine after advancing 1 line.

    *>    first pass copies the rows still inside retention to a work
    *>    file beside the log; only when something actually fell out
    *>    is the log rewritten from it. a failure anywhere before the
    *>    rewrite leaves the log exactly as it was.
       trimByDate.
           compute cutoffInt =
               function integer-of-date(riDate) - rtPeriod.
           compute cutoffDate = function date-of-integer(cutoffInt).
           move rlFileName(logIdx) to logFileName.
           open input logFile.
           if fsLog is equal to "35"
               move 'NOT ON DISK' to trimVerdict
               exit paragraph
           end-if.
           if fsLog is not equal to "00"
               string "OPEN FAILURE, STATUS " fsLog
                      delimited by size into trimVerdict
               add 1 to trimFailures
               exit paragraph
           end-if.
           move spaces to workFileName.
           string function trim(logFileName) delimited by size
                  ".RTN" delimited by size
               into workFileName.
           open output workFile.
           if fsWork is not equal to "00"
               close logFile
               string "WORK FILE FAILURE, STATUS " fsWork
                      delimited by size into trimVerdict
               add 1 to trimFailures
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read logFile
                   at end move 1 to eofFile
                   not at end perform trimOneRow
               end-read
           end-perform.
           close logFile.
           close workFile.
           if rowsDropped is equal to zero
               delete file workFile
               move 'NOTHING PAST RETENTION' to trimVerdict
               exit paragraph
           end-if.
           open input workFile.
           if fsWork is not equal to "00"
               string "WORK FILE FAILURE, STATUS " fsWork
                      delimited by size into trimVerdict
               add 1 to trimFailures
               exit paragraph
           end-if.
           open output logFile.
           if fsLog is not equal to "00"
               close workFile
               string "REWRITE FAILURE, STATUS " fsLog
                      delimited by size into trimVerdict
               add 1 to trimFailures
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read workFile
                   at end move 1 to eofFile
                   not at end write logLine from workLine
               end-read
           end-perform.
           close workFile.
           close logFile.
           delete file workFile.
           add 1 to filesTrimmed.
           add rowsDropped to totalDropped.
           move 'TRIMMED' to trimVerdict.

    *>    a row without a readable date can't be proven old, so it
    *>    stays.
       trimOneRow.
           add 1 to rowsRead.
           move logLine(rlDateCol(logIdx):8) to rowDate.
           if rowDate is numeric
               move rowDate to rowDateNum
               if rowDateNum is less than cutoffDate
                   add 1 to rowsDropped
                   exit paragraph
               end-if
               if oldestKept is equal to zero
                       or rowDateNum is less than oldestKept
                   move rowDateNum to oldestKept
               end-if
           end-if.
           write workLine from logLine.
           add 1 to rowsKept.

    *>    ================================================================
    *>    REPORT mode
    *>    ================================================================
       reportCompliance.
           perform varying classIdx from 1 by 1
                   until classIdx is greater than classCount
               perform reportOneClass
           end-perform.
           move classesReported to rsClasses.
           move exceptionCount to rsExceptions.
           write reportLine from reportSummaryLine
               after advancing 2 lines.
           display "RETENTION COMPLIANCE: " classesReported
               " CLASSES REPORTED, " exceptionCount " EXCEPTIONS.".
           if exceptionCount is greater than zero
               move 'W' to awSeverity
               move spaces to awMessage
               string "RETENTION COMPLIANCE: " exceptionCount
                      " CLASSES OUT OF SCHEDULE"
                      delimited by size into awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 4 to return-code
           else
               move 0 to return-code
           end-if.

    *>    one class: its schedule heading, what it holds, then its
    *>    standing. items are only counted past retention when the
    *>    class has a usable period to be past.
       reportOneClass.
           move clClass(classIdx) to rtClass.
           call 'RETSCHED' using rtClass, rtResult, rtUnit, rtPeriod,
               rtHold, rtHoldRef.
           move zero to classItems.
           move zero to classPast.
           move zero to classOldest.
           move zero to classApplies.
           move spaces to classHeadLine.
           move clClass(classIdx) to chClass.
           move clLabel(classIdx) to chLabel.
           move spaces to chSchedule.
           move spaces to chCutoff.
           move spaces to chHold.
           if rtResult is not equal to 'S'
               move 'NOT SCHEDULED' to chSchedule
           else if rtPeriod is equal to zero
               move 'NO USABLE PERIOD' to chSchedule
           else if rtUnit is equal to 'D'
               move rtPeriod to periodEdit
               string "RETENTION " function trim(periodEdit) " DAYS"
                      delimited by size into chSchedule
           else
               move rtPeriod to periodEdit
               string "KEEP " function trim(periodEdit) " GENERATIONS"
                      delimited by size into chSchedule
           end-if
           end-if
           end-if.
           if rtResult is equal to 'S' and rtPeriod is greater than zero
                   and rtUnit is equal to clUnit(classIdx)
               move 1 to classApplies
               if rtUnit is equal to 'D'
                   compute cutoffInt =
                       function integer-of-date(riDate) - rtPeriod
                   compute cutoffDate =
                       function date-of-integer(cutoffInt)
                   string "CUTOFF " cutoffDate
                          delimited by size into chCutoff
               end-if
           end-if.
           if rtHold is equal to 'Y'
               string "LEGAL HOLD " function trim(rtHoldRef)
                      delimited by size into chHold
           end-if.
           write reportLine from classHeadLine after advancing 2 lines.
           write reportLine from itemHeadLine after advancing 1 line.
           evaluate clClass(classIdx)
               when 'AUDITGEN'
                   perform scanAuditGenerations
               when 'OUTGEN'
                   perform scanReportGenerations
               when 'VITALBK'
                   perform scanBackupSets
               when 'CLASSMST'
                   perform scanMaster
               when other
                   perform varying logIdx from 1 by 1
                           until logIdx is greater than logCount
                       if rlClass(logIdx) is equal to clClass(classIdx)
                           perform scanOneLog
                       end-if
                   end-perform
           end-evaluate.
           evaluate true
               when rtResult is not equal to 'S'
                   move 'NOT SCHEDULED' to classStatus
                   add 1 to exceptionCount
               when rtHold is equal to 'Y'
                   move 'UNDER LEGAL HOLD' to classStatus
               when classApplies is equal to zero
                   move 'SCHEDULE NOT USABLE' to classStatus
                   add 1 to exceptionCount
               when classPast is greater than zero
                   move 'PAST RETENTION' to classStatus
                   add 1 to exceptionCount
               when other
                   move 'COMPLIANT' to classStatus
           end-evaluate.
           move classItems to ctItems.
           move classOldest to itemOldest.
           perform editOldest.
           move ilOldest to ctOldest.
           move classPast to ctPast.
           move classStatus to ctStatus.
           write reportLine from classTotalLine after advancing 1 line.
           add 1 to classesReported.

    *>    an oldest date of zero means the class holds nothing dated.
       editOldest.
           if itemOldest is equal to zero
               move 'NONE' to ilOldest
           else
               move itemOldest to deDate
               move dateEdit to ilOldest
           end-if.

       noteClassOldest.
           if itemOldest is not equal to zero
               if classOldest is equal to zero
                       or itemOldest is less than classOldest
                   move itemOldest to classOldest
               end-if
           end-if.

    *>    the past-retention note on an item line: held items are
    *>    still past their date, but the hold is why they're here.
       notePastItem.
           if itemPast is greater than zero
               if rtHold is equal to 'Y'
                   move 'HELD' to itemNote
               else
                   move 'PAST RETENTION' to itemNote
               end-if
           end-if.

    *>    audit generations: every generation dated before the cutoff
    *>    is listed by name. yearend.cob's annual archives sit outside
    *>    the daily schedule and are never counted past it.
       scanAuditGenerations.
           open input auditCatFile.
           if fsCatalog is not equal to "00"
               move spaces to itemLine
               move auditCatFileName to ilName
               move zero to ilItems
               move 'NONE' to ilOldest
               move zero to ilPast
               move 'CATALOG NOT ON DISK' to ilNote
               write reportLine from itemLine after advancing 1 line
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read auditCatFile
                   at end move 1 to eofFile
                   not at end
                       if acDate is numeric
                           perform scanOneAuditGeneration
                       end-if
               end-read
           end-perform.
           close auditCatFile.

       scanOneAuditGeneration.
           add 1 to classItems.
           move acDate to itemOldest.
           perform noteClassOldest.
           if classApplies is not equal to 1
               exit paragraph
           end-if.
           move zero to annualMarkCount.
           inspect acFileName tallying annualMarkCount for all ".ANNUAL.".
           if annualMarkCount is greater than zero
               exit paragraph
           end-if.
           move acDate to rowDateNum.
           if rowDateNum is less than cutoffDate
               add 1 to classPast
               move spaces to itemLine
               move acFileName to ilName
               move 1 to ilItems
               perform editOldest
               move 1 to ilPast
               move 1 to itemPast
               move spaces to itemNote
               perform notePastItem
               move itemNote to ilNote
               write reportLine from itemLine after advancing 1 line
           end-if.

    *>    report generations: one line per report archived, the
    *>    generations beyond the kept count past retention.
       scanReportGenerations.
           initialize baseTable.
           move zero to baseCount.
           open input outCatFile.
           if fsCatalog is not equal to "00"
               move spaces to itemLine
               move outCatFileName to ilName
               move zero to ilItems
               move 'NONE' to ilOldest
               move zero to ilPast
               move 'CATALOG NOT ON DISK' to ilNote
               write reportLine from itemLine after advancing 1 line
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read outCatFile
                   at end move 1 to eofFile
                   not at end
                       if ocStamp is numeric
                           perform tallyReportGeneration
                       end-if
               end-read
           end-perform.
           close outCatFile.
           perform varying baseIdx from 1 by 1
                   until baseIdx is greater than baseCount
               move btCount(baseIdx) to itemCount
               move btOldest(baseIdx) to itemOldest
               move zero to itemPast
               if classApplies is equal to 1
                       and itemCount is greater than rtPeriod
                   compute itemPast = itemCount - rtPeriod
               end-if
               add itemCount to classItems
               add itemPast to classPast
               perform noteClassOldest
               move spaces to itemLine
               move btBaseName(baseIdx) to ilName
               move itemCount to ilItems
               perform editOldest
               move itemPast to ilPast
               move spaces to itemNote
               perform notePastItem
               move itemNote to ilNote
               write reportLine from itemLine after advancing 1 line
           end-perform.

       tallyReportGeneration.
           move ocStamp(1:8) to stampDate.
           perform varying baseIdx from 1 by 1
                   until baseIdx is greater than baseCount
               if btBaseName(baseIdx) is equal to ocBaseName
                   add 1 to btCount(baseIdx)
                   if stampDate is less than btOldest(baseIdx)
                       move stampDate to btOldest(baseIdx)
                   end-if
                   exit paragraph
               end-if
           end-perform.
           if baseCount is less than 50
               add 1 to baseCount
               move ocBaseName to btBaseName(baseCount)
               move 1 to btCount(baseCount)
               move stampDate to btOldest(baseCount)
           end-if.

    *>    backup sets: the sets beyond the kept count past retention.
       scanBackupSets.
           move zero to itemCount.
           move zero to itemOldest.
           open input setCatFile.
           if fsCatalog is equal to "00"
               move zero to eofFile
               perform until eofFile is equal to 1
                   read setCatFile
                       at end move 1 to eofFile
                       not at end
                           if scStamp is numeric
                               add 1 to itemCount
                               move scStamp(1:8) to stampDate
                               if itemOldest is equal to zero
                                       or stampDate is less than
                                           itemOldest
                                   move stampDate to itemOldest
                               end-if
                           end-if
                   end-read
               end-perform
               close setCatFile
           end-if.
           move zero to itemPast.
           if classApplies is equal to 1
                   and itemCount is greater than rtPeriod
               compute itemPast = itemCount - rtPeriod
           end-if.
           add itemCount to classItems.
           add itemPast to classPast.
           perform noteClassOldest.
           move spaces to itemLine.
           move setCatFileName to ilName.
           move itemCount to ilItems.
           perform editOldest.
           move itemPast to ilPast.
           move spaces to itemNote.
           if fsCatalog is not equal to "00"
               move 'CATALOG NOT ON DISK' to itemNote
           end-if.
           perform notePastItem.
           move itemNote to ilNote.
           write reportLine from itemLine after advancing 1 line.

    *>    the master: records by last-seen date; a record with no
    *>    usable last-seen date is held but can't be aged.
       scanMaster.
           move zero to itemCount.
           move zero to itemOldest.
           move zero to itemPast.
           move spaces to itemNote.
           open input masterFile.
           if fsMaster is equal to "00"
               move zero to eofFile
               perform until eofFile is equal to 1
                   read masterFile next record
                       at end move 1 to eofFile
                       not at end perform scanOneMasterRecord
                   end-read
               end-perform
               close masterFile
           else
               string "MASTER NOT AVAILABLE, STATUS " fsMaster
                      delimited by size into itemNote
           end-if.
           add itemCount to classItems.
           add itemPast to classPast.
           perform noteClassOldest.
           move spaces to itemLine.
           move masterFileName to ilName.
           move itemCount to ilItems.
           perform editOldest.
           move itemPast to ilPast.
           perform notePastItem.
           move itemNote to ilNote.
           write reportLine from itemLine after advancing 1 line.

       scanOneMasterRecord.
           add 1 to itemCount.
           if masterLastDate is not numeric
                   or masterLastDate is equal to zero
               exit paragraph
           end-if.
           if itemOldest is equal to zero
                   or masterLastDate is less than itemOldest
               move masterLastDate to itemOldest
           end-if.
           if classApplies is equal to 1
                   and masterLastDate is less than cutoffDate
               add 1 to itemPast
           end-if.

    *>    one log file of a trimmed class: its dated rows, the oldest,
    *>    and how many are already older than the cutoff.
       scanOneLog.
           move zero to itemCount.
           move zero to itemOldest.
           move zero to itemPast.
           move spaces to itemNote.
           move rlFileName(logIdx) to logFileName.
           open input logFile.
           if fsLog is equal to "00"
               move zero to eofFile
               perform until eofFile is equal to 1
                   read logFile
                       at end move 1 to eofFile
                       not at end perform scanOneLogRow
                   end-read
               end-perform
               close logFile
           else if fsLog is equal to "35"
               move 'NOT ON DISK' to itemNote
           else
               string "OPEN FAILURE, STATUS " fsLog
                      delimited by size into itemNote
           end-if
           end-if.
           add itemCount to classItems.
           add itemPast to classPast.
           perform noteClassOldest.
           move spaces to itemLine.
           move logFileName to ilName.
           move itemCount to ilItems.
           perform editOldest.
           move itemPast to ilPast.
           perform notePastItem.
           move itemNote to ilNote.
           write reportLine from itemLine after advancing 1 line.

       scanOneLogRow.
           add 1 to itemCount.
           move logLine(rlDateCol(logIdx):8) to rowDate.
           if rowDate is not numeric
               exit paragraph
           end-if.
           move rowDate to rowDateNum.
           if itemOldest is equal to zero
                   or rowDateNum is less than itemOldest
               move rowDateNum to itemOldest
           end-if.
           if classApplies is equal to 1
                   and rowDateNum is less than cutoffDate
               add 1 to itemPast
           end-if.
