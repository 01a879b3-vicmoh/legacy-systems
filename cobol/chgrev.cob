    *>    weekly change review: every maintenance program keeps its own
    *>    change log -- authmnt, cfgmnt, lotreg, calmnt, resmnt, blkmnt,
    *>    deptmnt, regcor, cdsmnt, genrest's restore log and mstmnt's
    *>    master journal -- and nobody read any of them unless something
    *>    had already gone wrong. the auditors want evidence of periodic
    *>    review, so this program gives them two things:
    *>      CHGREV_MODE=REPORT (the default) merges every log into one
    *>      date/time-ordered listing of a week's changes, file and
    *>      operator on every line, then totals by file and by
    *>      operator. two kinds of change are flagged for the
    *>      reviewer: one made outside business hours (not a business
    *>      day on the processing calendar, or outside CHGREV_HOURS,
    *>      default 0700-1800), and one made by an operator who later
    *>      signed on to the job the changed file feeds -- the only
    *>      job runs the suite can put a name to are primes3 sessions
    *>      off its session journal, so the check covers the files
    *>      primes3 reads: the tuning card and the operator file. the
    *>      report ends with the week's sign-off status and every
    *>      earlier week that had changes and was never signed off.
    *>      CHGREV_MODE=SIGNOFF is the supervisor's review sign-off for
    *>      one completed week, appended to chgrev.dat. a supervisor
    *>      can't sign off a week holding changes they made
    *>      themselves, and a week is signed off once.
    *>    the week is Monday through Sunday; CHGREV_WEEK_DD (any date
    *>    in it) picks the week, default the last completed one.
    *>    every log leads with the same three columns -- date, time,
    *>    operator -- so the listing shows those and the rest of the
    *>    row as the log wrote it.
       identification division.
       program-id. chgrev.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    dynamic-assigned with environment overrides, same convention
    *>    as the rest of the tree; each log's own program DD names it.
       select logFile assign to dynamic logFileName
           organization is line sequential
           file status is fsLog.
       select jrnlFile assign to dynamic jrnlFileName
           organization is line sequential
           file status is fsJrnl.
       select signFile assign to dynamic signFileName
           organization is line sequential
           file status is fsSign.
       select reportFile assign to dynamic reportFileName
           organization is line sequential
           file status is fsReport.
       select sortChanges assign to "chgrev-sortwk".

       data division.
       file section.
         fd logFile.
             01 logLine pic x(256).
    *>    the leading columns every change log shares.
             01 logRecordIn.
                 02 liDate pic x(8).
                 02 filler pic x.
                 02 liTime pic x(8).
                 02 filler pic x.
                 02 liOperator pic x(8).
                 02 filler pic x.
                 02 liDetail pic x(229).
    *>    primes3.cob's session journal row; only signons matter here.
         fd jrnlFile.
             01 jrnlRecordIn.
                 02 jiDate pic x(8).
                 02 filler pic x.
                 02 jiSessionTime pic x(8).
                 02 filler pic x.
                 02 jiEventTime pic x(8).
                 02 filler pic x.
                 02 jiUserId pic x(8).
                 02 filler pic x.
                 02 jiEventType pic x(8).
                 02 filler pic x.
                 02 jiSignonUser pic x(8).
                 02 filler pic x.
                 02 jiSignonVerdict pic x(7).
                 02 filler pic x(47).
    *>    one sign-off: the week, who reviewed it and when, and what
    *>    the week held when it was signed.
         fd signFile.
             01 signRecord.
                 02 sgWeekStart pic 9(8).
                 02 filler pic x.
                 02 sgWeekEnd pic 9(8).
                 02 filler pic x.
                 02 sgReviewer pic x(8).
                 02 filler pic x.
                 02 sgSignDate pic 9(8).
                 02 filler pic x.
                 02 sgSignTime pic 9(8).
                 02 filler pic x.
                 02 sgChanges pic 9(9).
                 02 filler pic x(26).
         fd reportFile.
             01 reportLine pic x(132).
         sd sortChanges.
             01 changeSortRec.
                 02 csDate pic 9(8).
                 02 csTime pic 9(8).
                 02 csLogIdx pic 9(2).
                 02 csLineNo pic 9(9).
                 02 csOperator pic x(8).
                 02 csDetail pic x(70).

       working-storage section.
           77 logFileName pic x(99).
           77 jrnlFileName pic x(99) value "./primes3.jrnl".
           77 signFileName pic x(99) value "./cobol/assets/chgrev.dat".
           77 reportFileName pic x(99) value "./chgrev.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsLog pic xx.
           77 fsJrnl pic xx.
           77 fsSign pic xx.
           77 fsReport pic xx.
           77 eofFile pic 9.
           77 eofSort pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 runMode pic x(7) value 'REPORT'.
    *>    the week under review, Monday through Sunday.
           77 anchorDate pic 9(8).
           77 weekStart pic 9(8).
           77 weekEnd pic 9(8).
           77 dateInt pic s9(9) usage is comp.
           77 mondayInt pic s9(9) usage is comp.
           77 rowDate pic 9(8).
           77 rowTime pic 9(8).
           77 rowWeek pic 9(8).
           77 lineNo pic 9(9).
    *>    business hours, HHMM to HHMM; CHGREV_HOURS overrides.
           77 dayStart pic 9(4) value 0700.
           77 dayEnd pic 9(4) value 1800.
           77 rowHhmm pic 9(4).
       01 hoursEntry.
           02 heStart pic x(4).
           02 heEnd pic x(4).
    *>    PRODCAL's business-day question.
           77 pcFunc pic x value 'B'.
           77 pcDate1 pic 9(8).
           77 pcDate2 pic 9(8) value zero.
           77 pcResult pic s9(9).
    *>    the change logs, the tag each prints under, the DD their own
    *>    programs honor, and the job the changed file feeds when that
    *>    job's runs carry an operator's name.
       01 logSet.
           02 logEntry occurs 20 times.
               03 rlTag pic x(8).
               03 rlFileName pic x(99).
               03 rlDdName pic x(20).
               03 rlAffects pic x(8).
               03 rlChanges pic 9(9).
               03 rlAfterHours pic 9(9).
               03 rlSelfRun pic 9(9).
           77 logCount pic 9(4) value zero.
           77 logIdx pic 9(4).
    *>    primes3 signons granted, by operator, date and time.
       01 runTable.
           02 runEntry occurs 3000 times.
               03 rnUserId pic x(8).
               03 rnDate pic 9(8).
               03 rnTime pic 9(8).
           77 runCount pic 9(4) value zero.
           77 runIdx pic 9(4).
    *>    every week any log holds a change in, and whether it was
    *>    signed off.
       01 weekTable.
           02 weekEntry occurs 600 times.
               03 wkStart pic 9(8).
               03 wkChanges pic 9(9).
               03 wkReviewer pic x(8).
               03 wkSignDate pic 9(8).
           77 weekCount pic 9(4) value zero.
           77 weekIdx pic 9(4).
           77 weekFound pic 9(4).
    *>    changes by operator for the week.
       01 operatorTable.
           02 operatorEntry occurs 200 times.
               03 opOperator pic x(8).
               03 opChanges pic 9(9).
               03 opAfterHours pic 9(9).
               03 opSelfRun pic 9(9).
           77 operatorCount pic 9(4) value zero.
           77 operatorIdx pic 9(4).
           77 isAfterHours pic 9.
           77 isSelfRun pic 9.
           77 changesListed pic 9(9) value zero.
           77 afterHoursCount pic 9(9) value zero.
           77 selfRunCount pic 9(9) value zero.
           77 unreviewedCount pic 9(9) value zero.
    *>    sign-off controls.
           77 reviewOperator pic x(8) value spaces.
           77 gatePassword pic x(8) value spaces.
           77 gateRequiredRole pic x value 'S'.
           77 gateResult pic x.
           77 userEntry pic x(8).
           77 confirmEntry pic x.
           77 ownChanges pic 9(9).
           77 weekChanges pic 9(9).
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
    *>    run's real code is put back after the call.
           77 rsProgram pic x(9) value 'CHGREV'.
           77 rsRc pic s9(4).
           77 flaggedCount pic 9(9) value zero.
           77 awSeverity pic x.
           77 awMessage pic x(60).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(27) value 'WEEKLY CHANGE-REVIEW REPORT'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(33) value
        ' --------------------------------'.
       01 runInfoLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(9) value 'RUN DATE '.
           02 riOutDate pic 9(8).
           02 filler pic x(7) value '  TIME '.
           02 riOutTime pic 9(8).
           02 filler pic x(9) value '  PERIOD '.
           02 riOutWeekStart pic 9(8).
           02 filler pic x(4) value ' TO '.
           02 riOutWeekEnd pic 9(8).
           02 filler pic x(17) value '  BUSINESS HOURS '.
           02 riOutDayStart pic 9(4).
           02 filler pic x value '-'.
           02 riOutDayEnd pic 9(4).
       01 blankLine.
           02 filler pic x value space.
       01 sectionLine.
           02 filler pic x value space.
           02 slText pic x(60).
       01 changeHeadLine.
           02 filler pic x value space.
           02 filler pic x(9) value 'DATE'.
           02 filler pic x(9) value 'TIME'.
           02 filler pic x(9) value 'FILE'.
           02 filler pic x(9) value 'OPERATOR'.
           02 filler pic x(71) value 'CHANGE'.
           02 filler pic x(24) value 'REVIEW FLAGS'.
       01 changeLine.
           02 filler pic x value space.
           02 clDate pic 9(8).
           02 filler pic x value space.
           02 clHh pic 99.
           02 filler pic x value ':'.
           02 clMm pic 99.
           02 filler pic x value ':'.
           02 clSs pic 99.
           02 filler pic x value space.
           02 clTag pic x(8).
           02 filler pic x value space.
           02 clOperator pic x(8).
           02 filler pic x value space.
           02 clDetail pic x(70).
           02 filler pic x value space.
           02 clFlags pic x(24).
       01 timeSplit.
           02 tsHh pic 99.
           02 tsMm pic 99.
           02 tsSs pic 99.
           02 tsHs pic 99.
       01 noChangesLine.
           02 filler pic x value space.
           02 filler pic x(30) value 'NO CHANGES LOGGED IN THE WEEK'.
       01 tallyHeadLine.
           02 filler pic x value space.
           02 thLabel pic x(10).
           02 filler pic x(11) value '    CHANGES'.
           02 filler pic x(11) value ' OUT-OF-HRS'.
           02 filler pic x(11) value '  LATER RAN'.
       01 tallyLine.
           02 filler pic x value space.
           02 tlName pic x(8).
           02 filler pic x(2) value spaces.
           02 tlChanges pic z(8)9.
           02 filler pic x(2) value spaces.
           02 tlAfterHours pic z(8)9.
           02 filler pic x(2) value spaces.
           02 tlSelfRun pic z(8)9.
       01 signStatusLine.
           02 filler pic x value space.
           02 ssText pic x(100).
       01 unreviewedLine.
           02 filler pic x(3) value spaces.
           02 filler pic x(5) value 'WEEK '.
           02 urStart pic 9(8).
           02 filler pic x(4) value ' TO '.
           02 urEnd pic 9(8).
           02 filler pic x(2) value spaces.
           02 urChanges pic z(8)9.
           02 filler pic x(28) value ' CHANGES, NEVER SIGNED OFF'.
       01 summaryLine.
           02 filler pic x value space.
           02 smListed pic z(8)9.
           02 filler pic x(10) value ' CHANGES, '.
           02 smAfterHours pic z(8)9.
           02 filler pic x(15) value ' OUT OF HOURS, '.
           02 smSelfRun pic z(8)9.
           02 filler pic x(26) value ' BY A LATER JOB OPERATOR, '.
           02 smUnreviewed pic z(8)9.
           02 filler pic x(21) value ' WEEKS NOT SIGNED OFF'.

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept envOverride from environment "CHGREV_MODE".
           if envOverride is not equal to spaces
               move envOverride to runMode
           end-if.
           accept envOverride from environment "CHGREV_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           accept envOverride from environment "CHGREV_SIGNOFF_DD".
           if envOverride is not equal to spaces
               move envOverride to signFileName
           end-if.
           call 'RGNCHK' using signFileName, runRegion.
           accept envOverride from environment "PRIMES3_JRNL_DD".
           if envOverride is not equal to spaces
               move envOverride to jrnlFileName
           end-if.
           call 'RGNCHK' using jrnlFileName, runRegion.
           accept envOverride from environment "CHGREV_HOURS".
           if envOverride is not equal to spaces
               move envOverride to hoursEntry
               if heStart is numeric and heEnd is numeric
                       and heStart is less than heEnd
                   move heStart to dayStart
                   move heEnd to dayEnd
               end-if
           end-if.
    *>    default anchor: a week back from today, so the week chosen
    *>    is the last one already over.
           compute dateInt = function integer-of-date(riDate) - 7.
           compute anchorDate = function date-of-integer(dateInt).
           accept envOverride from environment "CHGREV_WEEK_DD".
           if envOverride is not equal to spaces
               if envOverride(1:8) is numeric
                   if function test-date-yyyymmdd(
                           function numval(envOverride(1:8))) = 0
                       move envOverride(1:8) to anchorDate
                   end-if
               end-if
           end-if.
           perform defineLogSet.
           if runMode is equal to 'SIGNOFF'
               perform signOffWeek
               goback
           end-if.

           perform setWeekFromAnchor.
           perform loadJobRuns.
           open output reportFile.
           if fsReport is not equal to "00"
               display "FILE OPEN FAILURE, REPORT STATUS " fsReport
                   " FILE " function trim(reportFileName)
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           move weekStart to riOutWeekStart.
           move weekEnd to riOutWeekEnd.
           move dayStart to riOutDayStart.
           move dayEnd to riOutDayEnd.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write reportLine from titleLine after advancing 0 lines.
           write reportLine from theUnderLine after advancing 1 line.
           write reportLine from runInfoLine after advancing 1 line.
           write reportLine from blankLine after advancing 1 line.
           write reportLine from changeHeadLine after advancing 1 line.
           sort sortChanges
               on ascending key csDate csTime csLogIdx csLineNo
               input procedure is releaseChanges
               output procedure is printChanges.
           perform printTallies.
           perform loadSignoffs.
           perform printReviewStatus.
           move changesListed to smListed.
           move afterHoursCount to smAfterHours.
           move selfRunCount to smSelfRun.
           move unreviewedCount to smUnreviewed.
           write reportLine from summaryLine after advancing 2 lines.
           close reportFile.
           compute flaggedCount = afterHoursCount + selfRunCount.
           display "CHANGE REVIEW " weekStart "-" weekEnd ": "
               changesListed " CHANGES, " flaggedCount " FLAGGED, "
               unreviewedCount " EARLIER WEEKS NOT SIGNED OFF.".
    *>    a week left unsigned is the audit finding; flagged changes
    *>    are for the reviewer to look at, not a failure.
           if unreviewedCount is greater than zero
               move 'W' to awSeverity
               move spaces to awMessage
               string "CHANGE REVIEW: " unreviewedCount
                      " WEEKS OF CHANGES NEVER SIGNED OFF"
                      delimited by size into awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           call 'RUNSTAT' using rsProgram, rsRc, changesListed,
               flaggedCount.
           move rsRc to return-code.

    *>    the maintenance logs. a maintenance program added to the
    *>    suite gets its log listed here too.
       defineLogSet.
           initialize logSet.
           move 'AUTHMNT' to rlTag(1).
           move "./cobol/assets/authmnt.log" to rlFileName(1).
           move "AUTHMNT_LOG_DD" to rlDdName(1).
           move 'PRIMES3' to rlAffects(1).
           move 'CFGMNT' to rlTag(2).
           move "./cobol/assets/cfgchg.log" to rlFileName(2).
           move "CFGMNT_LOG_DD" to rlDdName(2).
           move 'PRIMES3' to rlAffects(2).
           move 'LOTREG' to rlTag(3).
           move "./cobol/assets/lotreg.log" to rlFileName(3).
           move "LOTREG_LOG_DD" to rlDdName(3).
           move 'CALMNT' to rlTag(4).
           move "./cobol/assets/calmnt.log" to rlFileName(4).
           move "CALMNT_LOG_DD" to rlDdName(4).
           move 'RESMNT' to rlTag(5).
           move "./cobol/assets/resmnt.log" to rlFileName(5).
           move "RESMNT_LOG_DD" to rlDdName(5).
           move 'MSTMNT' to rlTag(6).
           move "./cobol/assets/mstmnt.jrnl" to rlFileName(6).
           move "MSTMNT_JRNL_DD" to rlDdName(6).
           move 'GENREST' to rlTag(7).
           move "./cobol/assets/genrest.log" to rlFileName(7).
           move "GENREST_LOG_DD" to rlDdName(7).
           move 'BLKMNT' to rlTag(8).
           move "./cobol/assets/blkmnt.log" to rlFileName(8).
           move "BLKMNT_LOG_DD" to rlDdName(8).
           move 'DEPTMNT' to rlTag(9).
           move "./cobol/assets/deptmnt.log" to rlFileName(9).
           move "DEPTMNT_LOG_DD" to rlDdName(9).
           move 'REGCOR' to rlTag(10).
           move "./cobol/assets/regcor.log" to rlFileName(10).
           move "REGCOR_LOG_DD" to rlDdName(10).
           move 'CDSMNT' to rlTag(11).
           move "./cobol/assets/cdsmnt.log" to rlFileName(11).
           move "CDSMNT_LOG_DD" to rlDdName(11).
           move 11 to logCount.
           perform varying logIdx from 1 by 1
                   until logIdx is greater than logCount
               move spaces to envOverride
               accept envOverride from environment rlDdName(logIdx)
               if envOverride is not equal to spaces
                   move envOverride to rlFileName(logIdx)
               end-if
               call 'RGNCHK' using rlFileName(logIdx), runRegion
           end-perform.

    *>    Monday of the anchor's week: day one of the integer calendar
    *>    (1601-01-01) was a Monday.
       setWeekFromAnchor.
           compute dateInt = function integer-of-date(anchorDate).
           compute mondayInt = dateInt - function mod(dateInt - 1, 7).
           compute weekStart = function date-of-integer(mondayInt).
           compute weekEnd = function date-of-integer(mondayInt + 6).

       weekOfRowDate.
           compute dateInt = function integer-of-date(rowDate).
           compute mondayInt = dateInt - function mod(dateInt - 1, 7).
           compute rowWeek = function date-of-integer(mondayInt).

    *>    every granted primes3 signon, interactive or batch; the
    *>    signon text carries the userid ahead of the verdict.
       loadJobRuns.
           open input jrnlFile.
           if fsJrnl is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read jrnlFile
                   at end move 1 to eofFile
                   not at end
                       if jiEventType is equal to 'SIGNON  '
                               and jiSignonVerdict is equal to 'GRANTED'
                               and jiDate is numeric
                               and jiEventTime is numeric
                               and runCount is less than 3000
                           add 1 to runCount
                           move jiSignonUser to rnUserId(runCount)
                           move jiDate to rnDate(runCount)
                           move jiEventTime to rnTime(runCount)
                       end-if
               end-read
           end-perform.
           close jrnlFile.

    *>    every dated row of every log counts toward its week's total
    *>    (the unsigned-week check needs the whole history); the rows
    *>    inside the week under review go to the sort.
       releaseChanges.
           perform varying logIdx from 1 by 1
                   until logIdx is greater than logCount
               move rlFileName(logIdx) to logFileName
               open input logFile
               if fsLog is equal to "00"
                   move zero to lineNo
                   move zero to eofFile
                   perform until eofFile is equal to 1
                       read logFile
                           at end move 1 to eofFile
                           not at end perform releaseOneRow
                       end-read
                   end-perform
                   close logFile
               end-if
           end-perform.

       releaseOneRow.
           add 1 to lineNo.
           if liDate is not numeric
               exit paragraph
           end-if.
           move liDate to rowDate.
           if function test-date-yyyymmdd(rowDate) is not equal to 0
               exit paragraph
           end-if.
           perform weekOfRowDate.
           perform tallyWeek.
           if rowDate is less than weekStart
                   or rowDate is greater than weekEnd
               exit paragraph
           end-if.
           if liTime is numeric
               move liTime to rowTime
           else
               move zero to rowTime
           end-if.
           move rowDate to csDate.
           move rowTime to csTime.
           move logIdx to csLogIdx.
           move lineNo to csLineNo.
           move liOperator to csOperator.
           move liDetail to csDetail.
           release changeSortRec.

       tallyWeek.
           perform varying weekIdx from 1 by 1
                   until weekIdx is greater than weekCount
               if wkStart(weekIdx) is equal to rowWeek
                   add 1 to wkChanges(weekIdx)
                   exit paragraph
               end-if
           end-perform.
           if weekCount is less than 600
               add 1 to weekCount
               move rowWeek to wkStart(weekCount)
               move 1 to wkChanges(weekCount)
               move spaces to wkReviewer(weekCount)
               move zero to wkSignDate(weekCount)
           end-if.

       printChanges.
           move zero to eofSort.
           perform until eofSort is equal to 1
               return sortChanges
                   at end move 1 to eofSort
                   not at end perform printOneChange
               end-return
           end-perform.
           if changesListed is equal to zero
               write reportLine from noChangesLine after advancing 1 line
           end-if.

       printOneChange.
           add 1 to changesListed.
           move csTime to timeSplit.
           move csDate to clDate.
           move tsHh to clHh.
           move tsMm to clMm.
           move tsSs to clSs.
           move rlTag(csLogIdx) to clTag.
           move csOperator to clOperator.
           move csDetail to clDetail.
    *>    outside business hours: a non-business day, or a time
    *>    before the day starts or at/after it ends.
           move zero to isAfterHours.
           move csDate to pcDate1.
           call 'PRODCAL' using pcFunc, pcDate1, pcDate2, pcResult.
           compute rowHhmm = tsHh * 100 + tsMm.
           if pcResult is equal to zero
                   or rowHhmm is less than dayStart
                   or rowHhmm is not less than dayEnd
               move 1 to isAfterHours
           end-if.
    *>    the changing operator later signed on to the job the file
    *>    feeds. an operator renewing their own expired password at
    *>    signon (primes3's EXPCHG row) is that signon, not a change
    *>    to review against it.
           move zero to isSelfRun.
           if rlAffects(csLogIdx) is not equal to spaces
                   and csDetail(1:8) is not equal to 'EXPCHG  '
               perform varying runIdx from 1 by 1
                       until runIdx is greater than runCount
                   if rnUserId(runIdx) is equal to csOperator
                       if rnDate(runIdx) is greater than csDate
                               or (rnDate(runIdx) is equal to csDate
                               and rnTime(runIdx) is greater than csTime)
                           move 1 to isSelfRun
                           exit perform
                       end-if
                   end-if
               end-perform
           end-if.
           move spaces to clFlags.
           if isAfterHours is equal to 1 and isSelfRun is equal to 1
               string "OUT OF HRS, RAN " rlAffects(csLogIdx)
                      delimited by size into clFlags
           else if isAfterHours is equal to 1
               move 'OUT OF HOURS' to clFlags
           else if isSelfRun is equal to 1
               string "LATER RAN " rlAffects(csLogIdx)
                      delimited by size into clFlags
           end-if
           end-if
           end-if.
           write reportLine from changeLine after advancing 1 line.
           add 1 to rlChanges(csLogIdx).
           add isAfterHours to rlAfterHours(csLogIdx).
           add isSelfRun to rlSelfRun(csLogIdx).
           add isAfterHours to afterHoursCount.
           add isSelfRun to selfRunCount.
           perform tallyOperator.

       tallyOperator.
           perform varying operatorIdx from 1 by 1
                   until operatorIdx is greater than operatorCount
               if opOperator(operatorIdx) is equal to csOperator
                   exit perform
               end-if
           end-perform.
           if operatorIdx is greater than operatorCount
               if operatorCount is equal to 200
                   exit paragraph
               end-if
               add 1 to operatorCount
               move operatorCount to operatorIdx
               move csOperator to opOperator(operatorIdx)
               move zero to opChanges(operatorIdx)
               move zero to opAfterHours(operatorIdx)
               move zero to opSelfRun(operatorIdx)
           end-if.
           add 1 to opChanges(operatorIdx).
           add isAfterHours to opAfterHours(operatorIdx).
           add isSelfRun to opSelfRun(operatorIdx).

       printTallies.
           move 'CHANGES BY FILE' to slText.
           write reportLine from sectionLine after advancing 2 lines.
           move 'FILE' to thLabel.
           write reportLine from tallyHeadLine after advancing 1 line.
           perform varying logIdx from 1 by 1
                   until logIdx is greater than logCount
               if rlChanges(logIdx) is greater than zero
                   move rlTag(logIdx) to tlName
                   move rlChanges(logIdx) to tlChanges
                   move rlAfterHours(logIdx) to tlAfterHours
                   move rlSelfRun(logIdx) to tlSelfRun
                   write reportLine from tallyLine
                       after advancing 1 line
               end-if
           end-perform.
           move 'CHANGES BY OPERATOR' to slText.
           write reportLine from sectionLine after advancing 2 lines.
           move 'OPERATOR' to thLabel.
           write reportLine from tallyHeadLine after advancing 1 line.
           perform varying operatorIdx from 1 by 1
                   until operatorIdx is greater than operatorCount
               move opOperator(operatorIdx) to tlName
               move opChanges(operatorIdx) to tlChanges
               move opAfterHours(operatorIdx) to tlAfterHours
               move opSelfRun(operatorIdx) to tlSelfRun
               write reportLine from tallyLine after advancing 1 line
           end-perform.

    *>    sign-offs onto the week table; a week signed twice keeps its
    *>    first sign-off.
       loadSignoffs.
           open input signFile.
           if fsSign is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read signFile
                   at end move 1 to eofFile
                   not at end
                       if sgWeekStart is numeric
                           perform markWeekSigned
                       end-if
               end-read
           end-perform.
           close signFile.

       markWeekSigned.
           move zero to weekFound.
           perform varying weekIdx from 1 by 1
                   until weekIdx is greater than weekCount
               if wkStart(weekIdx) is equal to sgWeekStart
                   move weekIdx to weekFound
                   exit perform
               end-if
           end-perform.
           if weekFound is equal to zero
               if weekCount is equal to 600
                   exit paragraph
               end-if
               add 1 to weekCount
               move weekCount to weekFound
               move sgWeekStart to wkStart(weekFound)
               move zero to wkChanges(weekFound)
               move spaces to wkReviewer(weekFound)
               move zero to wkSignDate(weekFound)
           end-if.
           if wkReviewer(weekFound) is equal to spaces
               move sgReviewer to wkReviewer(weekFound)
               move sgSignDate to wkSignDate(weekFound)
           end-if.

    *>    the week's own sign-off, then every earlier week that held
    *>    changes and was never signed off. the week under review is
    *>    expected to be unsigned when this report is first read --
    *>    it's what the supervisor reviews from.
       printReviewStatus.
           move 'REVIEW SIGN-OFF' to slText.
           write reportLine from sectionLine after advancing 2 lines.
           move spaces to ssText.
           move zero to weekFound.
           perform varying weekIdx from 1 by 1
                   until weekIdx is greater than weekCount
               if wkStart(weekIdx) is equal to weekStart
                   move weekIdx to weekFound
                   exit perform
               end-if
           end-perform.
           if weekFound is not equal to zero
               if wkReviewer(weekFound) is not equal to spaces
                   string "THIS WEEK SIGNED OFF BY "
                              delimited by size
                          wkReviewer(weekFound) delimited by space
                          " ON " wkSignDate(weekFound)
                              delimited by size
                          into ssText
               else
                   move 'THIS WEEK NOT YET SIGNED OFF' to ssText
               end-if
           else
               move 'THIS WEEK NOT YET SIGNED OFF' to ssText
           end-if.
           write reportLine from signStatusLine after advancing 1 line.
           perform varying weekIdx from 1 by 1
                   until weekIdx is greater than weekCount
               if wkStart(weekIdx) is less than weekStart
                       and wkChanges(weekIdx) is greater than zero
                       and wkReviewer(weekIdx) is equal to spaces
                   add 1 to unreviewedCount
                   move wkStart(weekIdx) to urStart
                   compute dateInt =
                       function integer-of-date(wkStart(weekIdx)) + 6
                   compute urEnd = function date-of-integer(dateInt)
                   move wkChanges(weekIdx) to urChanges
                   write reportLine from unreviewedLine
                       after advancing 1 line
               end-if
           end-perform.
           if unreviewedCount is equal to zero
               move 'NO EARLIER WEEK LEFT UNSIGNED' to ssText
               write reportLine from signStatusLine
                   after advancing 1 line
           end-if.

    *>    ================================================================
    *>    SIGNOFF mode
    *>    ================================================================
    *>    supervisor signon through AUTHCHK the way issvoid.cob and
    *>    backout.cob gate theirs, then one completed week signed.
       signOffWeek.
           display "CHANGE-REVIEW SIGN-OFF".
           display "Your operator id: ".
           accept reviewOperator.
           display "Your password: ".
           accept gatePassword.
           call 'AUTHCHK' using reviewOperator, gatePassword,
               gateRequiredRole, gateResult.
           if gateResult is not equal to 'Y'
               display "ACCESS DENIED. A REVIEW SIGN-OFF REQUIRES A "
                   "SUPERVISOR SIGNON."
               move 8 to return-code
               exit paragraph
           end-if.
           perform setWeekFromAnchor.
           display "Week to sign off, any date in it (YYYYMMDD, blank "
               "for " weekStart "-" weekEnd "): ".
           move spaces to userEntry.
           accept userEntry.
           if userEntry is not equal to spaces
               if userEntry is not numeric
                   display "NOT A DATE, NOTHING SIGNED OFF."
                   move 8 to return-code
                   exit paragraph
               end-if
               if function test-date-yyyymmdd(function numval(userEntry))
                       is not equal to 0
                   display "NOT A DATE, NOTHING SIGNED OFF."
                   move 8 to return-code
                   exit paragraph
               end-if
               move userEntry to anchorDate
               perform setWeekFromAnchor
           end-if.
           if weekEnd is not less than riDate
               display "WEEK " weekStart "-" weekEnd " IS NOT OVER YET, "
                   "NOTHING SIGNED OFF."
               move 4 to return-code
               exit paragraph
           end-if.
           perform countWeekChanges.
           perform loadSignoffs.
           perform varying weekIdx from 1 by 1
                   until weekIdx is greater than weekCount
               if wkStart(weekIdx) is equal to weekStart
                       and wkReviewer(weekIdx) is not equal to spaces
                   display "WEEK " weekStart "-" weekEnd
                       " WAS ALREADY SIGNED OFF BY "
                       function trim(wkReviewer(weekIdx)) " ON "
                       wkSignDate(weekIdx) "."
                   move 4 to return-code
                   exit paragraph
               end-if
           end-perform.
           if ownChanges is greater than zero
               display "YOU MADE " ownChanges " OF THE CHANGES IN WEEK "
                   weekStart "-" weekEnd "; ANOTHER SUPERVISOR MUST "
                   "SIGN IT OFF."
               move 4 to return-code
               exit paragraph
           end-if.
           display "Sign off " weekChanges " changes for week "
               weekStart "-" weekEnd " as reviewed? Y/N: ".
           move space to confirmEntry.
           accept confirmEntry.
           if confirmEntry is not equal to 'Y'
                   and confirmEntry is not equal to 'y'
               display "NOTHING SIGNED OFF."
               move 4 to return-code
               exit paragraph
           end-if.
           open extend signFile.
           if fsSign is not equal to "00"
               open output signFile
           end-if.
           if fsSign is not equal to "00"
               display "SIGN-OFF WRITE FAILURE, STATUS " fsSign
                   " FILE " function trim(signFileName)
               move 8 to return-code
               exit paragraph
           end-if.
           move spaces to signRecord.
           move weekStart to sgWeekStart.
           move weekEnd to sgWeekEnd.
           move reviewOperator to sgReviewer.
           move riDate to sgSignDate.
           move riTime to sgSignTime.
           move weekChanges to sgChanges.
           write signRecord.
           close signFile.
           display "WEEK " weekStart "-" weekEnd " SIGNED OFF BY "
               function trim(reviewOperator) ".".
           move 0 to return-code.

    *>    the week's changes, and how many of them are the reviewer's.
       countWeekChanges.
           move zero to weekChanges.
           move zero to ownChanges.
           perform varying logIdx from 1 by 1
                   until logIdx is greater than logCount
               move rlFileName(logIdx) to logFileName
               open input logFile
               if fsLog is equal to "00"
                   move zero to eofFile
                   perform until eofFile is equal to 1
                       read logFile
                           at end move 1 to eofFile
                           not at end
                               if liDate is numeric
                                   move liDate to rowDate
                                   if rowDate is not less than weekStart
                                       and rowDate is not greater
                                           than weekEnd
                                       add 1 to weekChanges
                                       if liOperator is equal to
                                               reviewOperator
                                           add 1 to ownChanges
                                       end-if
                                   end-if
                               end-if
                       end-read
                   end-perform
                   close logFile
               end-if
           end-perform.
