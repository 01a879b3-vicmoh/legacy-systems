    *>    operator access recertification: primes3.auth only ever grew.
    *>    people change jobs and their operator or supervisor roles
    *>    stayed good until somebody remembered authmnt.cob. this is
    *>    the quarterly recertification cycle:
    *>      RECERT_MODE=REPORT (the default, batch) lists every userid
    *>      on the operator file with its role, password age and last
    *>      successful signon -- primes3 option 2's off its session
    *>      journal, every other program's off the signon log AUTHCHK
    *>      keeps -- and whether a supervisor has recertified it this
    *>      quarter. an account with no signon in RECERT_DORMANT_DAYS
    *>      (default 90) is flagged dormant; once it has sat dormant
    *>      another RECERT_GRACE_DAYS (default 30) it is disabled on
    *>      the spot, with a DISABLE row on authmnt's change log. an
    *>      account that has never signed on is measured from its
    *>      password date, the day it was set up or last reset.
    *>      RECERT_MODE=REVIEW is the supervisor's recertification
    *>      screen: every account not yet decided this quarter comes
    *>      up in turn for keep or revoke. a keep is recorded on
    *>      recert.dat; a revoke takes the account off the operator
    *>      file the way authmnt's delete does -- whole-file rewrite
    *>      under the FILELOCK enqueue, REVOKE row on the change log
    *>      -- and is recorded too. nobody recertifies their own
    *>      account, and the last supervisor on file can't be revoked.
    *>    the cycle is the calendar quarter of the run date.
       identification division.
       program-id. recert.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    dynamic-assigned with environment overrides, same convention
    *>    as the rest of the tree; each file's own program DD names it.
       select authFile assign to dynamic authFileName
           organization is line sequential
           file status is fsAuthFile.
       select jrnlFile assign to dynamic jrnlFileName
           organization is line sequential
           file status is fsJrnl.
       select sigFile assign to dynamic sigFileName
           organization is line sequential
           file status is fsSig.
       select decisionFile assign to dynamic decisionFileName
           organization is line sequential
           file status is fsDecision.
       select logFile assign to dynamic logFileName
           organization is line sequential
           file status is fsLogFile.
       select reportFile assign to dynamic reportFileName
           organization is line sequential
           file status is fsReport.

       data division.
       file section.
    *>    the operator file, the layout authmnt.cob maintains.
         fd authFile.
             01 authRecord.
                 02 authRecUserId pic x(8).
                 02 authRecPassword pic x(8).
                 02 authRecLastChanged pic x(8).
                 02 authRecRole pic x.
                 02 authRecStatus pic x.
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
    *>    AUTHCHK's signon log: one row per granted check.
         fd sigFile.
             01 sigRecordIn.
                 02 siDate pic x(8).
                 02 filler pic x.
                 02 siTime pic x(8).
                 02 filler pic x.
                 02 siUserId pic x(8).
                 02 filler pic x.
                 02 siRole pic x.
                 02 filler pic x.
                 02 siRequired pic x.
    *>    one recertification decision: the quarter, the account, keep
    *>    or revoke, and who decided it when.
         fd decisionFile.
             01 decisionRecord.
                 02 dcCycle pic x(6).
                 02 filler pic x.
                 02 dcUserId pic x(8).
                 02 filler pic x.
                 02 dcDecision pic x(6).
                 02 filler pic x.
                 02 dcSupervisor pic x(8).
                 02 filler pic x.
                 02 dcDate pic 9(8).
                 02 filler pic x.
                 02 dcTime pic 9(8).
                 02 filler pic x.
                 02 dcRole pic x.
                 02 filler pic x(29).
         fd logFile.
             01 logLine pic x(80).
         fd reportFile.
             01 reportLine pic x(132).

       working-storage section.
           77 authFileName pic x(99) value "./primes3.auth".
           77 jrnlFileName pic x(99) value "./primes3.jrnl".
           77 sigFileName pic x(99) value "./cobol/assets/authsig.log".
           77 decisionFileName pic x(99)
               value "./cobol/assets/recert.dat".
           77 logFileName pic x(99) value "./cobol/assets/authmnt.log".
           77 reportFileName pic x(99) value "./recert.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsAuthFile pic xx.
           77 fsJrnl pic xx.
           77 fsSig pic xx.
           77 fsDecision pic xx.
           77 fsLogFile pic xx.
           77 fsReport pic xx.
           77 eofFile pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 riDateInt pic s9(9) usage is comp.
           77 runMode pic x(6) value 'REPORT'.
    *>    the quarter: yyyyQn.
       01 cycleId.
           02 cyYear pic 9(4).
           02 filler pic x value 'Q'.
           02 cyQuarter pic 9.
       01 riDateParts.
           02 rdYear pic 9(4).
           02 rdMonth pic 99.
           02 rdDay pic 99.
           77 dormantDays pic 9(5) value 90.
           77 graceDays pic 9(5) value 30.
           77 disableDays pic 9(5).
    *>    the operator file in memory, same 50-entry table shape
    *>    authmnt.cob and primes3.cob keep, plus what the review needs.
           77 authCount pic 9(4) value zero.
           77 authIdx pic 9(4).
           77 foundIdx pic 9(4).
           77 shiftIdx pic 9(4).
       01 authTable.
           02 authEntry occurs 50 times.
               03 authTableUserId pic x(8).
               03 authTablePassword pic x(8).
               03 authTableLastChanged pic 9(8).
               03 authTableRole pic x.
               03 authTableStatus pic x.
               03 authLastSignon pic 9(8).
               03 authSignonSource pic x(7).
               03 authIdleDays pic 9(5).
               03 authPwAgeDays pic 9(5).
               03 authFlag pic x(14).
               03 authDecision pic x(6).
               03 authDecidedBy pic x(8).
    *>    the rows the file is rewritten from; kept apart from the
    *>    review table so a revoke rewrites the file as it stands now.
       01 fileTable.
           02 fileEntry occurs 50 times.
               03 ftRecord pic x(26).
           77 fileCount pic 9(4) value zero.
           77 fileIdx pic 9(4).
           77 sigUser pic x(8).
           77 sigDate pic 9(8).
           77 sigSource pic x(7).
           77 baseDate pic 9(8).
           77 dateInt pic s9(9) usage is comp.
    *>    this quarter's decisions already on file.
       01 cycleTable.
           02 cycleEntry occurs 200 times.
               03 ctUserId pic x(8).
               03 ctDecision pic x(6).
               03 ctSupervisor pic x(8).
               03 ctDate pic 9(8).
           77 cycleCount pic 9(4) value zero.
           77 cycleIdx pic 9(4).
    *>    the auth file is shared with authmnt and primes3: the sweep
    *>    and a revoke each hold the FILELOCK enqueue from read to
    *>    rewrite.
           77 lkAction pic x.
           77 lkResource pic x(40) value 'PRIMES3-AUTH'.
           77 lkResult pic x.
           77 rewriteOk pic 9.
           77 accountsListed pic 9(9) value zero.
           77 dormantCount pic 9(9) value zero.
           77 disabledCount pic 9(9) value zero.
           77 disabledNow pic 9(9) value zero.
           77 keptCount pic 9(9) value zero.
           77 revokedCount pic 9(9) value zero.
           77 awaitingCount pic 9(9) value zero.
           77 supervisorCount pic 9(4).
    *>    review screen fields.
           77 changingOperator pic x(8) value spaces.
           77 gatePassword pic x(8) value spaces.
           77 gateRequiredRole pic x value 'S'.
           77 gateResult pic x.
           77 entryDecision pic x value space.
           77 decisionEntry pic x(6).
           77 savedStatus pic x.
           77 reviewStop pic 9 value zero.
           77 scUserId pic x(8).
           77 scRole pic x.
           77 scStatus pic x(8).
           77 scPwChanged pic x(8).
           77 scLastSignon pic x(8).
           77 scSource pic x(7).
           77 scIdle pic z(4)9.
           77 scFlag pic x(14).
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
    *>    run's real code is put back after the call.
           77 rsProgram pic x(9) value 'RECERT'.
           77 rsRc pic s9(4).
           77 awSeverity pic x.
           77 awMessage pic x(60).
    *>    the change-log row, the exact layout authmnt.cob writes.
       01 logRecord.
           02 lgDate pic 9(8).
           02 filler pic x value space.
           02 lgTime pic 9(8).
           02 filler pic x value space.
           02 lgOperator pic x(8).
           02 filler pic x value space.
           02 lgAction pic x(8).
           02 filler pic x value space.
           02 lgTarget pic x(8).
           02 filler pic x(35) value spaces.
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(37) value
               'OPERATOR ACCESS RECERTIFICATION'.
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
           02 filler pic x(8) value '  CYCLE '.
           02 riOutCycle pic x(6).
           02 filler pic x(16) value '  DORMANT AFTER '.
           02 riOutDormant pic z(4)9.
           02 filler pic x(22) value ' DAYS, DISABLED AFTER '.
           02 riOutDisable pic z(4)9.
           02 filler pic x(5) value ' DAYS'.
       01 blankLine.
           02 filler pic x value space.
       01 sectionLine.
           02 filler pic x value space.
           02 slText pic x(60).
       01 accountHeadLine.
           02 filler pic x value space.
           02 filler pic x(10) value 'USERID'.
           02 filler pic x(6) value 'ROLE'.
           02 filler pic x(10) value 'STATUS'.
           02 filler pic x(10) value 'PWD SET'.
           02 filler pic x(9) value 'PWD AGE'.
           02 filler pic x(10) value 'LAST ON'.
           02 filler pic x(9) value 'VIA'.
           02 filler pic x(7) value 'IDLE'.
           02 filler pic x(16) value 'FLAG'.
           02 filler pic x(8) value 'CYCLE'.
           02 filler pic x(8) value 'BY'.
       01 accountLine.
           02 filler pic x value space.
           02 alUserId pic x(8).
           02 filler pic x(2) value spaces.
           02 alRole pic x.
           02 filler pic x(5) value spaces.
           02 alStatus pic x(8).
           02 filler pic x(2) value spaces.
           02 alPwChanged pic x(8).
           02 filler pic x(2) value spaces.
           02 alPwAge pic x(5).
           02 filler pic x(4) value spaces.
           02 alLastSignon pic x(8).
           02 filler pic x(2) value spaces.
           02 alSource pic x(7).
           02 filler pic x(2) value spaces.
           02 alIdle pic z(4)9.
           02 filler pic x(2) value spaces.
           02 alFlag pic x(14).
           02 filler pic x(2) value spaces.
           02 alDecision pic x(6).
           02 filler pic x(2) value spaces.
           02 alDecidedBy pic x(8).
           77 numEdit pic z(4)9.
       01 revokedLine.
           02 filler pic x(3) value spaces.
           02 rlUserId pic x(8).
           02 filler pic x(12) value ' REVOKED BY '.
           02 rlSupervisor pic x(8).
           02 filler pic x(4) value ' ON '.
           02 rlDate pic 9(8).
       01 summaryLine.
           02 filler pic x value space.
           02 smListed pic z(8)9.
           02 filler pic x(11) value ' ACCOUNTS, '.
           02 smDormant pic z(8)9.
           02 filler pic x(10) value ' DORMANT, '.
           02 smDisabledNow pic z(8)9.
           02 filler pic x(18) value ' DISABLED TODAY, '.
           02 smKept pic z(8)9.
           02 filler pic x(8) value ' KEPT, '.
           02 smRevoked pic z(8)9.
           02 filler pic x(11) value ' REVOKED, '.
           02 smAwaiting pic z(8)9.
           02 filler pic x(18) value ' AWAITING DECISION'.

       linkage section.
       screen section.
    *>    same screen-section maintenance style as authmnt.cob.
       01 operatorScreen.
           02 blank screen.
           02 line 1 column 1 value "OPERATOR ACCESS RECERTIFICATION".
           02 line 3 column 1 value "YOUR OPERATOR ID: ".
           02 line 3 column 19 pic x(8) using changingOperator.
       01 recertScreen.
           02 blank screen.
           02 line 1 column 1 value "OPERATOR ACCESS RECERTIFICATION".
           02 line 1 column 34 pic x(6) from cycleId.
           02 line 3 column 1 value "USERID:           ".
           02 line 3 column 19 pic x(8) from scUserId.
           02 line 4 column 1 value "ROLE:             ".
           02 line 4 column 19 pic x from scRole.
           02 line 5 column 1 value "STATUS:           ".
           02 line 5 column 19 pic x(8) from scStatus.
           02 line 6 column 1 value "PASSWORD SET:     ".
           02 line 6 column 19 pic x(8) from scPwChanged.
           02 line 7 column 1 value "LAST SIGNON:      ".
           02 line 7 column 19 pic x(8) from scLastSignon.
           02 line 7 column 29 pic x(7) from scSource.
           02 line 8 column 1 value "DAYS IDLE:        ".
           02 line 8 column 19 pic z(4)9 from scIdle.
           02 line 8 column 26 pic x(14) from scFlag.
           02 line 10 column 1 value
               "K KEEP / R REVOKE / BLANK SKIP / X STOP:".
           02 line 10 column 42 pic x using entryDecision.

       procedure division.
       main-routine section.
       main-para.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           move riDate to riDateParts.
           move rdYear to cyYear.
           compute cyQuarter = (rdMonth - 1) / 3 + 1.
           compute riDateInt = function integer-of-date(riDate).
           accept envOverride from environment "RECERT_MODE".
           if envOverride is not equal to spaces
               move envOverride to runMode
           end-if.
           accept envOverride from environment "PRIMES3_AUTH_DD".
           if envOverride is not equal to spaces
               move envOverride to authFileName
           end-if.
           call 'RGNCHK' using authFileName, runRegion.
           accept envOverride from environment "PRIMES3_JRNL_DD".
           if envOverride is not equal to spaces
               move envOverride to jrnlFileName
           end-if.
           call 'RGNCHK' using jrnlFileName, runRegion.
           accept envOverride from environment "AUTHSIG_LOG_DD".
           if envOverride is not equal to spaces
               move envOverride to sigFileName
           end-if.
           call 'RGNCHK' using sigFileName, runRegion.
           accept envOverride from environment "RECERT_DD".
           if envOverride is not equal to spaces
               move envOverride to decisionFileName
           end-if.
           call 'RGNCHK' using decisionFileName, runRegion.
           accept envOverride from environment "AUTHMNT_LOG_DD".
           if envOverride is not equal to spaces
               move envOverride to logFileName
           end-if.
           call 'RGNCHK' using logFileName, runRegion.
           accept envOverride from environment "RECERT_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           move spaces to envOverride.
           accept envOverride from environment "RECERT_DORMANT_DAYS".
           if envOverride is not equal to spaces
               if function trim(envOverride) is numeric
                   move function numval(envOverride) to dormantDays
               end-if
           end-if.
           move spaces to envOverride.
           accept envOverride from environment "RECERT_GRACE_DAYS".
           if envOverride is not equal to spaces
               if function trim(envOverride) is numeric
                   move function numval(envOverride) to graceDays
               end-if
           end-if.
           if dormantDays is equal to zero
               move 90 to dormantDays
           end-if.
           compute disableDays = dormantDays + graceDays.
           if runMode is equal to 'REVIEW'
               perform reviewAccounts
               goback
           end-if.

    *>    the sweep reads, disables and rewrites under one hold of the
    *>    enqueue, so no authmnt change can land in between.
           move 'L' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if lkResult is equal to 'B'
               display "AUTH RESOURCE BUSY, RECERTIFICATION NOT RUN"
               move 'C' to awSeverity
               move "RECERT: AUTH FILE BUSY, DORMANT SWEEP NOT RUN"
                   to awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform loadAuthTable.
           if fsAuthFile is not equal to "00"
               move 'U' to lkAction
               call 'FILELOCK' using lkAction, lkResource, lkResult
               display "FILE OPEN FAILURE, AUTH STATUS " fsAuthFile
                   " FILE " function trim(authFileName)
               move 'C' to awSeverity
               move "RECERT: OPERATOR FILE NOT READABLE" to awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform loadSignons.
           perform loadCycleDecisions.
           perform assessAccounts.
           if disabledNow is greater than zero
               perform rewriteFromTable
               if rewriteOk is equal to 1
                   perform logDisables
               else
                   move zero to disabledNow
               end-if
           end-if.
           move 'U' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           perform printReport.
           display "RECERTIFICATION " cycleId ": " accountsListed
               " ACCOUNTS, " dormantCount " DORMANT, " disabledNow
               " DISABLED TODAY, " awaitingCount " AWAITING DECISION.".
    *>    disabling an account is news for the day shift; an account
    *>    still undecided is only a finding in the quarter's last
    *>    month, when the cycle is due.
           if disabledNow is greater than zero
               move 'W' to awSeverity
               move spaces to awMessage
               string "RECERT: " disabledNow
                      " ACCOUNTS DISABLED FOR DORMANCY"
                      delimited by size into awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 4 to return-code
           else
               if awaitingCount is greater than zero
                       and function mod(rdMonth, 3) is equal to 0
                   move 'W' to awSeverity
                   move spaces to awMessage
                   string "RECERT: " awaitingCount
                          " ACCOUNTS NOT RECERTIFIED FOR " cycleId
                          delimited by size into awMessage
                   call 'ALERTWTR' using rsProgram, awSeverity,
                       awMessage
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
           end-if.
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           call 'RUNSTAT' using rsProgram, rsRc, accountsListed,
               disabledNow.
           move rsRc to return-code.

       loadAuthTable.
           move zero to authCount.
           move zero to fileCount.
           open input authFile.
           if fsAuthFile is not equal to "00"
               exit paragraph
           end-if.
           perform until fsAuthFile is not equal to "00"
                   or authCount is equal to 50
               read authFile
                   at end
                       move "10" to fsAuthFile
                   not at end
                       add 1 to authCount
                       move authRecord to ftRecord(authCount)
                       move authRecUserId to authTableUserId(authCount)
                       move authRecPassword to
                           authTablePassword(authCount)
                       if authRecLastChanged is numeric
                           move authRecLastChanged to
                               authTableLastChanged(authCount)
                       else
                           move zero to authTableLastChanged(authCount)
                       end-if
                       move authRecRole to authTableRole(authCount)
                       move authRecStatus to authTableStatus(authCount)
                       move zero to authLastSignon(authCount)
                       move spaces to authSignonSource(authCount)
                       move spaces to authFlag(authCount)
                       move spaces to authDecision(authCount)
                       move spaces to authDecidedBy(authCount)
               end-read
           end-perform.
           close authFile.
           move authCount to fileCount.
           move "00" to fsAuthFile.

    *>    the latest granted signon per account, whichever record has
    *>    it.
       loadSignons.
           open input jrnlFile.
           if fsJrnl is equal to "00"
               move zero to eofFile
               perform until eofFile is equal to 1
                   read jrnlFile
                       at end move 1 to eofFile
                       not at end
                           if jiEventType is equal to 'SIGNON  '
                                   and jiSignonVerdict is equal to
                                       'GRANTED'
                                   and jiDate is numeric
                               move jiSignonUser to sigUser
                               move jiDate to sigDate
                               move 'PRIMES3' to sigSource
                               perform noteSignon
                           end-if
                   end-read
               end-perform
               close jrnlFile
           end-if.
           open input sigFile.
           if fsSig is equal to "00"
               move zero to eofFile
               perform until eofFile is equal to 1
                   read sigFile
                       at end move 1 to eofFile
                       not at end
                           if siDate is numeric
                               move siUserId to sigUser
                               move siDate to sigDate
                               move 'AUTHCHK' to sigSource
                               perform noteSignon
                           end-if
                   end-read
               end-perform
               close sigFile
           end-if.

       noteSignon.
           perform varying authIdx from 1 by 1
                   until authIdx is greater than authCount
               if authTableUserId(authIdx) is equal to sigUser
                   if sigDate is greater than authLastSignon(authIdx)
                       move sigDate to authLastSignon(authIdx)
                       move sigSource to authSignonSource(authIdx)
                   end-if
                   exit perform
               end-if
           end-perform.

    *>    this quarter's decisions; the first for an account stands.
       loadCycleDecisions.
           move zero to cycleCount.
           open input decisionFile.
           if fsDecision is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read decisionFile
                   at end move 1 to eofFile
                   not at end
                       if dcCycle is equal to cycleId
                               and cycleCount is less than 200
                           perform varying cycleIdx from 1 by 1
                                   until cycleIdx is greater than
                                       cycleCount
                               if ctUserId(cycleIdx) is equal to
                                       dcUserId
                                   exit perform
                               end-if
                           end-perform
                           if cycleIdx is greater than cycleCount
                               add 1 to cycleCount
                               move dcUserId to ctUserId(cycleCount)
                               move dcDecision to ctDecision(cycleCount)
                               move dcSupervisor to
                                   ctSupervisor(cycleCount)
                               move dcDate to ctDate(cycleCount)
                           end-if
                       end-if
               end-read
           end-perform.
           close decisionFile.
           perform varying authIdx from 1 by 1
                   until authIdx is greater than authCount
               perform varying cycleIdx from 1 by 1
                       until cycleIdx is greater than cycleCount
                   if ctUserId(cycleIdx) is equal to
                           authTableUserId(authIdx)
                       move ctDecision(cycleIdx) to
                           authDecision(authIdx)
                       move ctSupervisor(cycleIdx) to
                           authDecidedBy(authIdx)
                       exit perform
                   end-if
               end-perform
           end-perform.

    *>    idle days from the last signon, or from the password date
    *>    for an account never signed on; with neither on file the
    *>    account counts as idle past any limit.
       assessAccounts.
           perform varying authIdx from 1 by 1
                   until authIdx is greater than authCount
               perform assessOneAccount
           end-perform.

       assessOneAccount.
           if authTableLastChanged(authIdx) is not equal to zero
               compute dateInt = riDateInt - function integer-of-date(
                   authTableLastChanged(authIdx))
               if dateInt is less than zero
                   move zero to dateInt
               end-if
               if dateInt is greater than 99999
                   move 99999 to dateInt
               end-if
               move dateInt to authPwAgeDays(authIdx)
           else
               move zero to authPwAgeDays(authIdx)
           end-if.
           if authLastSignon(authIdx) is not equal to zero
               move authLastSignon(authIdx) to baseDate
           else
               move authTableLastChanged(authIdx) to baseDate
           end-if.
           if baseDate is equal to zero
               move 99999 to authIdleDays(authIdx)
           else
               compute dateInt = riDateInt
                   - function integer-of-date(baseDate)
               if dateInt is less than zero
                   move zero to dateInt
               end-if
               if dateInt is greater than 99999
                   move 99999 to dateInt
               end-if
               move dateInt to authIdleDays(authIdx)
           end-if.
           if authTableStatus(authIdx) is equal to 'D'
               move 'DISABLED' to authFlag(authIdx)
               add 1 to disabledCount
           else
               if authIdleDays(authIdx) is not less than disableDays
                   move 'D' to authTableStatus(authIdx)
                   move 'DISABLED TODAY' to authFlag(authIdx)
                   add 1 to disabledNow
                   add 1 to disabledCount
               else
                   if authIdleDays(authIdx) is not less than dormantDays
                       move 'DORMANT' to authFlag(authIdx)
                       add 1 to dormantCount
                   end-if
               end-if
           end-if.

    *>    every field but the status byte goes back exactly as read.
       rewriteFromTable.
           move zero to rewriteOk.
           open output authFile.
           if fsAuthFile is not equal to "00"
               display "AUTH FILE WRITE FAILURE, STATUS " fsAuthFile
                   " FILE " function trim(authFileName)
               exit paragraph
           end-if.
           perform varying authIdx from 1 by 1
                   until authIdx is greater than authCount
               move ftRecord(authIdx) to authRecord
               move authTableStatus(authIdx) to authRecStatus
               write authRecord
           end-perform.
           close authFile.
           move 1 to rewriteOk.

       logDisables.
           move 'RECERT' to lgOperator.
           move "DISABLE " to lgAction.
           perform varying authIdx from 1 by 1
                   until authIdx is greater than authCount
               if authFlag(authIdx) is equal to 'DISABLED TODAY'
                   move authTableUserId(authIdx) to lgTarget
                   perform writeLogRow
               end-if
           end-perform.

    *>    append-only, same open-extend-else-output shape as authmnt.
       writeLogRow.
           open extend logFile.
           if fsLogFile is not equal to "00"
               open output logFile
           end-if.
           if fsLogFile is not equal to "00"
               display "CHANGE LOG WRITE FAILURE, STATUS " fsLogFile
                   " FILE " function trim(logFileName)
           else
               move riDate to lgDate
               move riTime to lgTime
               write logLine from logRecord
               close logFile
           end-if.

       printReport.
           open output reportFile.
           if fsReport is not equal to "00"
               display "FILE OPEN FAILURE, REPORT STATUS " fsReport
                   " FILE " function trim(reportFileName)
               exit paragraph
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           move cycleId to riOutCycle.
           move dormantDays to riOutDormant.
           move disableDays to riOutDisable.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write reportLine from titleLine after advancing 0 lines.
           write reportLine from theUnderLine after advancing 1 line.
           write reportLine from runInfoLine after advancing 1 line.
           write reportLine from blankLine after advancing 1 line.
           write reportLine from accountHeadLine after advancing 1 line.
           perform varying authIdx from 1 by 1
                   until authIdx is greater than authCount
               perform printOneAccount
           end-perform.
           move 'REVOKED THIS CYCLE' to slText.
           write reportLine from sectionLine after advancing 2 lines.
           perform varying cycleIdx from 1 by 1
                   until cycleIdx is greater than cycleCount
               if ctDecision(cycleIdx) is equal to 'REVOKE'
                   add 1 to revokedCount
                   move ctUserId(cycleIdx) to rlUserId
                   move ctSupervisor(cycleIdx) to rlSupervisor
                   move ctDate(cycleIdx) to rlDate
                   write reportLine from revokedLine
                       after advancing 1 line
               end-if
           end-perform.
           if revokedCount is equal to zero
               move '  (NONE)' to slText
               write reportLine from sectionLine after advancing 1 line
           end-if.
           move accountsListed to smListed.
           move dormantCount to smDormant.
           move disabledNow to smDisabledNow.
           move keptCount to smKept.
           move revokedCount to smRevoked.
           move awaitingCount to smAwaiting.
           write reportLine from summaryLine after advancing 2 lines.
           close reportFile.

       printOneAccount.
           add 1 to accountsListed.
           move authTableUserId(authIdx) to alUserId.
           move authTableRole(authIdx) to alRole.
           if authTableStatus(authIdx) is equal to 'D'
               move 'DISABLED' to alStatus
           else
               move 'ACTIVE' to alStatus
           end-if.
           if authTableLastChanged(authIdx) is equal to zero
               move 'UNKNOWN' to alPwChanged
               move '    -' to alPwAge
           else
               move authTableLastChanged(authIdx) to alPwChanged
               move authPwAgeDays(authIdx) to numEdit
               move numEdit to alPwAge
           end-if.
           if authLastSignon(authIdx) is equal to zero
               move 'NEVER' to alLastSignon
           else
               move authLastSignon(authIdx) to alLastSignon
           end-if.
           move authSignonSource(authIdx) to alSource.
           move authIdleDays(authIdx) to alIdle.
           move authFlag(authIdx) to alFlag.
           if authDecision(authIdx) is equal to spaces
               move 'DUE' to alDecision
               add 1 to awaitingCount
           else
               move authDecision(authIdx) to alDecision
               if authDecision(authIdx) is equal to 'KEEP'
                   add 1 to keptCount
               end-if
           end-if.
           move authDecidedBy(authIdx) to alDecidedBy.
           write reportLine from accountLine after advancing 1 line.

    *>    ================================================================
    *>    REVIEW mode
    *>    ================================================================
       reviewAccounts.
           display operatorScreen.
           accept operatorScreen.
           display "Your password: ".
           accept gatePassword.
           call 'AUTHCHK' using changingOperator, gatePassword,
               gateRequiredRole, gateResult.
           if gateResult is not equal to 'Y'
               display "ACCESS DENIED. RECERTIFICATION REQUIRES A "
                   "SUPERVISOR SIGNON."
               move 8 to return-code
               exit paragraph
           end-if.
           perform loadAuthTable.
           if authCount is equal to zero
               display "NO OPERATOR FILE AT " function trim(authFileName)
               move 8 to return-code
               exit paragraph
           end-if.
           perform loadSignons.
           perform loadCycleDecisions.
           perform varying authIdx from 1 by 1
                   until authIdx is greater than authCount
               perform assessForScreen
           end-perform.
           perform varying authIdx from 1 by 1
                   until authIdx is greater than authCount
                   or reviewStop is equal to 1
               if authDecision(authIdx) is equal to spaces
                       and authTableUserId(authIdx) is not equal to
                           changingOperator
                   perform reviewOneAccount
               end-if
           end-perform.
           display " ".
           display "RECERTIFICATION " cycleId ": " keptCount " KEPT, "
               revokedCount " REVOKED THIS SESSION.".
           move 0 to return-code.

    *>    the screen shows the same assessment the report prints, but
    *>    the review never disables anything itself.
       assessForScreen.
           move authTableStatus(authIdx) to savedStatus.
           perform assessOneAccount.
           move savedStatus to authTableStatus(authIdx).
           if authTableStatus(authIdx) is not equal to 'D'
                   and authFlag(authIdx) is equal to 'DISABLED TODAY'
               move 'DUE TO DISABLE' to authFlag(authIdx)
           end-if.

       reviewOneAccount.
           move authTableUserId(authIdx) to scUserId.
           move authTableRole(authIdx) to scRole.
           if authTableStatus(authIdx) is equal to 'D'
               move 'DISABLED' to scStatus
           else
               move 'ACTIVE' to scStatus
           end-if.
           if authTableLastChanged(authIdx) is equal to zero
               move 'UNKNOWN' to scPwChanged
           else
               move authTableLastChanged(authIdx) to scPwChanged
           end-if.
           if authLastSignon(authIdx) is equal to zero
               move 'NEVER' to scLastSignon
           else
               move authLastSignon(authIdx) to scLastSignon
           end-if.
           move authSignonSource(authIdx) to scSource.
           move authIdleDays(authIdx) to scIdle.
           move authFlag(authIdx) to scFlag.
           move space to entryDecision.
           display recertScreen.
           accept recertScreen.
           move function upper-case(entryDecision) to entryDecision.
           if entryDecision is equal to 'X'
               move 1 to reviewStop
           else if entryDecision is equal to 'K'
               move 'KEEP' to decisionEntry
               perform writeDecision
               if fsDecision is equal to "00"
                   add 1 to keptCount
                   display "KEPT: " authTableUserId(authIdx)
               end-if
           else if entryDecision is equal to 'R'
               perform revokeAccount
           else if entryDecision is not equal to space
               display "DECISION MUST BE K, R, BLANK OR X -- "
                   authTableUserId(authIdx) " LEFT FOR LATER."
           end-if.

    *>    a revoke is authmnt's delete: the file is re-read under the
    *>    enqueue so the rewrite starts from what is on disk now, the
    *>    account comes out, and the change log records who did it.
       revokeAccount.
           move authTableUserId(authIdx) to sigUser.
           move 'L' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if lkResult is equal to 'B'
               display "AUTH RESOURCE BUSY, " sigUser
                   " NOT REVOKED -- TRY AGAIN SHORTLY."
               exit paragraph
           end-if.
           move zero to rewriteOk.
           move zero to fileCount.
           move zero to foundIdx.
           move zero to supervisorCount.
           open input authFile.
           if fsAuthFile is equal to "00"
               perform until fsAuthFile is not equal to "00"
                       or fileCount is equal to 50
                   read authFile
                       at end move "10" to fsAuthFile
                       not at end
                           add 1 to fileCount
                           move authRecord to ftRecord(fileCount)
                           if authRecUserId is equal to sigUser
                               move fileCount to foundIdx
                           else
                               if authRecRole is equal to 'S'
                                       or authRecRole is equal to 'A'
                                   if authRecStatus is not equal to 'D'
                                       add 1 to supervisorCount
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
               close authFile
           end-if.
           if foundIdx is equal to zero
               display sigUser " IS NO LONGER ON FILE, NOTHING REVOKED."
           else
               move ftRecord(foundIdx) to authRecord
               if (authRecRole is equal to 'S'
                       or authRecRole is equal to 'A')
                       and supervisorCount is equal to zero
                   display sigUser " IS THE LAST SUPERVISOR ON FILE, "
                       "NOT REVOKED."
               else
                   perform varying shiftIdx from foundIdx by 1
                           until shiftIdx is not less than fileCount
                       move ftRecord(shiftIdx + 1) to ftRecord(shiftIdx)
                   end-perform
                   subtract 1 from fileCount
                   open output authFile
                   if fsAuthFile is not equal to "00"
                       display "AUTH FILE WRITE FAILURE, STATUS "
                           fsAuthFile " FILE "
                           function trim(authFileName)
                   else
                       perform varying fileIdx from 1 by 1
                               until fileIdx is greater than fileCount
                           move ftRecord(fileIdx) to authRecord
                           write authRecord
                       end-perform
                       close authFile
                       move 1 to rewriteOk
                   end-if
               end-if
           end-if.
           move 'U' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if rewriteOk is equal to 1
               move changingOperator to lgOperator
               move "REVOKE  " to lgAction
               move sigUser to lgTarget
               perform writeLogRow
               move 'REVOKE' to decisionEntry
               perform writeDecision
               add 1 to revokedCount
               display "REVOKED: " sigUser
           end-if.

       writeDecision.
           open extend decisionFile.
           if fsDecision is not equal to "00"
               open output decisionFile
           end-if.
           if fsDecision is not equal to "00"
               display "DECISION WRITE FAILURE, STATUS " fsDecision
                   " FILE " function trim(decisionFileName)
               exit paragraph
           end-if.
           move spaces to decisionRecord.
           move cycleId to dcCycle.
           move authTableUserId(authIdx) to dcUserId.
           move decisionEntry to dcDecision.
           move changingOperator to dcSupervisor.
           move riDate to dcDate.
           move riTime to dcTime.
           move authTableRole(authIdx) to dcRole.
           write decisionRecord.
           close decisionFile.
