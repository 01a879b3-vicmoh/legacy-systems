    *>    layout, and appends every change to a config-change log with
    *>    date, operator, old value and new value. classification
    *>    policy doesn't change without a trace any more.
    *>    nor on one person's say-so: a keyed change is no longer
    *>    written here and now. it is filed as a pending proposal on
    *>    the shared proposal file, with whatif.cob's impact report
    *>    attached, and only a DIFFERENT supervisor signing on to this
    *>    program can approve it -- that approval is what writes
    *>    PRIMECFG.DAT, and the change-log row carries both names. a
    *>    proposal nobody approves within PROPOSAL_EXPIRE_HOURS lapses
    *>    and has to be keyed again. resmnt.cob's range releases go
    *>    through the same file under the same rules.
       identification division.
       program-id. cfgmnt.

       select logFile assign to dynamic logFileName
           organization is line sequential
           file status is fsLogFile.
    *>    pending and decided proposals, shared with resmnt.cob.
       select proposalFile assign to dynamic proposalFileName
           organization is line sequential
           file status is fsProposal.
    *>    the attached what-if report, read back for its summary line
    *>    when the proposal comes up for a decision.
       select impactFile assign to dynamic impactReportName
           organization is line sequential
           file status is fsImpact.

       data division.
       file section.
                 02 filler pic x(62).
         fd logFile.
             01 logLine pic x(99).
         fd proposalFile.
             01 proposalLine pic x(170).
         fd impactFile.
             01 impactLine pic x(132).

       working-storage section.
           77 primecfgFileName pic x(99) value "PRIMECFG.DAT".
           77 logFileName pic x(99) value "./cobol/assets/cfgchg.log".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsPrimecfg pic xx.
           77 fsLogFile pic xx.
           77 riDate pic 9(8).
           77 numvalCheck pic s9(4) usage is comp.
           77 entryOk pic 9.
           77 changesMade pic 9 value zero.
           77 configWritten pic 9 value zero.
    *>    the proposal file, loaded whole and written back whole under
    *>    the FILELOCK enqueue, the way recert.cob treats the operator
    *>    file -- cfgmnt and resmnt can both be signed on at once.
           77 proposalFileName pic x(99)
               value "./cobol/assets/proposal.dat".
           77 fsProposal pic xx.
           77 eofProposal pic 9.
           77 lkAction pic x.
           77 lkResource pic x(40) value 'PROPOSALS'.
           77 lkResult pic x.
           77 propCount pic 9(4) value zero.
           77 propIdx pic 9(4).
           77 propOverflow pic 9 value zero.
           77 pendIdx pic 9(4) value zero.
           77 pendId pic 9(6) value zero.
           77 nextPropId pic 9(6).
           77 expiredNow pic 9(4).
           77 propWriteOk pic 9.
       01 propTable.
           02 propEntry occurs 500 times.
               03 propRaw pic x(170).
    *>    how long a proposal waits for its second supervisor before
    *>    it lapses.
           77 expireHours pic 9(4) value 48.
           77 ageMinutes pic s9(9).
           77 stalePolicy pic 9.
           77 decisionEntry pic x value space.
    *>    the impact report: one file per proposal, named for the
    *>    moment it was filed, handed to whatif.cob through its own
    *>    environment names.
           77 impactReportPrefix pic x(60)
               value "./cobol/assets/whatif.".
           77 impactReportName pic x(99).
           77 fsImpact pic xx.
           77 eofImpact pic 9.
           77 impactRc pic 9 value 8.
           77 impactSummary pic x(132).
           77 envNumber pic 9(9).
       01 proposalRecord.
           02 ppDate pic 9(8).
           02 filler pic x.
           02 ppTime pic 9(8).
           02 filler pic x.
           02 ppProposer pic x(8).
           02 filler pic x.
           02 ppId pic 9(6).
           02 filler pic x.
    *>    'CFG   ' a PRIMECFG change, 'RESREL' a reserved-range
    *>    release.
           02 ppType pic x(6).
           02 filler pic x.
    *>    'P' pending, 'A' approved, 'J' rejected, 'X' expired.
           02 ppStatus pic x.
           02 filler pic x.
    *>    CFG: proposed ILLEGAL-MAX and TRIAL-MIN, then the values
    *>    they replace. RESREL: range start and end, olds unused.
           02 ppValue1 pic 9(10).
           02 filler pic x.
           02 ppValue2 pic 9(10).
           02 filler pic x.
           02 ppOld1 pic 9(10).
           02 filler pic x.
           02 ppOld2 pic 9(10).
           02 filler pic x.
    *>    whatif.cob's return code: 0 no standing answer moves, 4
    *>    some do, 8 no report produced.
           02 ppImpactRc pic 9.
           02 filler pic x.
           02 ppReport pic x(50).
           02 filler pic x.
           02 ppApprover pic x(8).
           02 filler pic x.
           02 ppActDate pic 9(8).
           02 filler pic x.
           02 ppActTime pic 9(8).
           02 filler pic x(4).
       01 logRecord.
           02 lgDate pic 9(8).
           02 filler pic x value space.
           02 lgOld pic -(8)9.
           02 filler pic x(5) value ' NEW '.
           02 lgNew pic -(8)9.
           02 filler pic x(10) value ' PROPOSER '.
           02 lgProposer pic x(8).
           02 filler pic x(11) value spaces.

       procedure division.
           accept riDate from date yyyymmdd.
           if envOverride is not equal to spaces
               move envOverride to primecfgFileName
           end-if.
           call 'RGNCHK' using primecfgFileName, runRegion.
           accept envOverride from environment "CFGMNT_LOG_DD".
           if envOverride is not equal to spaces
               move envOverride to logFileName
           end-if.
           call 'RGNCHK' using logFileName, runRegion.
           accept envOverride from environment "PROPOSAL_DD".
           if envOverride is not equal to spaces
               move envOverride to proposalFileName
           end-if.
           call 'RGNCHK' using proposalFileName, runRegion.
           accept envOverride from environment "CFGMNT_WHATIF_PREFIX".
           if envOverride is not equal to spaces
               move envOverride to impactReportPrefix
           end-if.
           accept envOverride from environment "PROPOSAL_EXPIRE_HOURS".
           if envOverride is not equal to spaces
               if function trim(envOverride) is numeric
                   move function numval(envOverride) to expireHours
               end-if
           end-if.
           if expireHours is equal to zero
               move 48 to expireHours
           end-if.
           display "PRIMECFG MAINTENANCE".
           display "Your operator id: ".
           accept changingOperator.
               move 8 to return-code
               goback
           end-if.
           perform sweepProposals.
           if lkResult is equal to 'B'
               display "PROPOSAL FILE BUSY, TRY AGAIN SHORTLY."
               move 8 to return-code
               goback
           end-if.
           perform loadCurrentValues.
           display " ".
           display "CURRENT VALUES (FILE "
               "  (numbers not greater than this are illegal input)".
           display "  TRIAL-MIN:   " currentTrialMin
               "  (numbers below this are prime without testing)".
    *>    one PRIMECFG proposal stands at a time: a second one would
    *>    be keyed against values the first may be about to replace.
    *>    a proposal from someone else is this signon's to decide; the
    *>    proposer can only wait for a colleague or the expiry.
           perform findPendingCfg.
           if pendIdx is not equal to zero
               move propRaw(pendIdx) to proposalRecord
               if ppProposer is equal to changingOperator
                   display " "
                   display "YOUR PROPOSAL " ppId " IS STILL AWAITING "
                       "APPROVAL BY ANOTHER SUPERVISOR -- NOTHING "
                       "MORE TO DO HERE UNTIL IT IS DECIDED OR LAPSES."
               else
                   perform reviewPendingCfg
               end-if
               goback
           end-if.
           perform acceptIllegalMax.
           perform acceptTrialMin.
    *>    cross-field consistency: everything at or below ILLEGAL-MAX
    *>    never fire the way it reads.
           if newTrialMin is not greater than newIllegalMax
               display "TRIAL-MIN (" newTrialMin ") MUST BE GREATER "
                   "THAN ILLEGAL-MAX (" newIllegalMax "), NOTHING "
                   "PROPOSED."
               move 4 to return-code
               goback
           end-if.
               move 0 to return-code
               goback
           end-if.
           perform runImpactReport.
           perform fileProposal.
           goback.

       loadCurrentValues.
           end-if.

       writeConfigFile.
           move zero to configWritten.
           open output primecfgFile.
           if fsPrimecfg is not equal to "00"
               display "CONFIG WRITE FAILURE, STATUS " fsPrimecfg
                   " FILE " function trim(primecfgFileName)
               move 8 to return-code
               exit paragraph
           end-if.
    *>    blank the whole record first: the FD area starts out
    *>    low-valued after OPEN OUTPUT, and LINE SEQUENTIAL's writer
           if fsPrimecfg is not equal to "00"
               display "CONFIG WRITE FAILURE, STATUS " fsPrimecfg
               move 8 to return-code
           else
               move 1 to configWritten
           end-if.
           close primecfgFile.

               move riDate to lgDate
               move riTime to lgTime
               move changingOperator to lgOperator
               move ppProposer to lgProposer
               if newIllegalMax is not equal to currentIllegalMax
                   move 'ILLEGAL-MAX ' to lgField
                   move currentIllegalMax to lgOld
               end-if
               close logFile
           end-if.

    *>    ================================================================
    *>    the proposal file
    *>    ================================================================

    *>    every signon starts by lapsing whatever has waited too long,
    *>    any type -- the file reads the same from either program.
       sweepProposals.
           move 'L' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if lkResult is equal to 'B'
               exit paragraph
           end-if.
           perform loadProposals.
           perform expireProposals.
           if expiredNow is greater than zero
                   and propOverflow is equal to zero
               perform rewriteProposals
           end-if.
           move 'U' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           move 'Y' to lkResult.

       loadProposals.
           move zero to propCount.
           move zero to propOverflow.
           open input proposalFile.
           if fsProposal is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofProposal.
           perform until eofProposal is equal to 1
               read proposalFile
                   at end move 1 to eofProposal
                   not at end
                       if propCount is less than 500
                           add 1 to propCount
                           move proposalLine to propRaw(propCount)
                       else
                           move 1 to propOverflow
                       end-if
               end-read
           end-perform.
           close proposalFile.

       rewriteProposals.
           move zero to propWriteOk.
           open output proposalFile.
           if fsProposal is not equal to "00"
               display "PROPOSAL FILE WRITE FAILURE, STATUS " fsProposal
                   " FILE " function trim(proposalFileName)
               exit paragraph
           end-if.
           move 1 to propWriteOk.
           perform varying propIdx from 1 by 1
                   until propIdx is greater than propCount
               write proposalLine from propRaw(propIdx)
           end-perform.
           close proposalFile.

       expireProposals.
           move zero to expiredNow.
           perform varying propIdx from 1 by 1
                   until propIdx is greater than propCount
               move propRaw(propIdx) to proposalRecord
               if ppStatus is equal to 'P'
                   perform ageProposal
                   if ageMinutes is not less than expireHours * 60
                       move 'X' to ppStatus
                       move riDate to ppActDate
                       move riTime to ppActTime
                       move proposalRecord to propRaw(propIdx)
                       add 1 to expiredNow
                       display "PROPOSAL " ppId " (" ppType ") FROM "
                           function trim(ppProposer)
                           " LAPSED UNAPPROVED AFTER " expireHours
                           " HOURS."
                   end-if
               end-if
           end-perform.

    *>    minutes since the proposal was filed; a stamp that isn't a
    *>    date can't be aged, so it reads as long gone.
       ageProposal.
           if ppDate is not numeric or ppTime is not numeric
                   or ppDate is less than 16010101
               move 999999999 to ageMinutes
               exit paragraph
           end-if.
           compute ageMinutes =
               (function integer-of-date(riDate)
                   - function integer-of-date(ppDate)) * 1440
               + function integer(riTime / 1000000) * 60
               + function mod(function integer(riTime / 10000), 100)
               - function integer(ppTime / 1000000) * 60
               - function mod(function integer(ppTime / 10000), 100).

       findPendingCfg.
           move zero to pendIdx.
           perform varying propIdx from 1 by 1
                   until propIdx is greater than propCount
               move propRaw(propIdx) to proposalRecord
               if ppType is equal to 'CFG   '
                       and ppStatus is equal to 'P'
                   move propIdx to pendIdx
               end-if
           end-perform.

    *>    the attached report is run before anything is filed, so the
    *>    proposal and its evidence go on the file together.
       runImpactReport.
           move spaces to impactReportName.
           string impactReportPrefix delimited by space
               riDate delimited by size
               '.' delimited by size
               riTime(1:6) delimited by size
               '.out' delimited by size
               into impactReportName.
           call 'RGNCHK' using impactReportName, runRegion.
           display " ".
           display "RUNNING THE WHAT-IF IMPACT REPORT FOR THIS PROPOSAL.".
           display "WHATIF_ILLEGAL_MAX" upon environment-name.
           move newIllegalMax to envNumber.
           display envNumber upon environment-value.
           display "WHATIF_TRIAL_MIN" upon environment-name.
           move newTrialMin to envNumber.
           display envNumber upon environment-value.
           display "WHATIF_OUTPUT_DD" upon environment-name.
           display impactReportName upon environment-value.
           call 'whatif'.
           if return-code is equal to 0 or return-code is equal to 4
               move return-code to impactRc
           else
               move 8 to impactRc
               display "** NO IMPACT REPORT COULD BE PRODUCED -- THE "
                   "APPROVER WILL SEE THE PROPOSAL WITHOUT ONE."
           end-if.
           move 0 to return-code.

       fileProposal.
           move 'L' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if lkResult is equal to 'B'
               display "PROPOSAL FILE BUSY, NOTHING FILED."
               move 8 to return-code
               exit paragraph
           end-if.
           perform loadProposals.
           if propOverflow is equal to 1 or propCount is equal to 500
               move 'U' to lkAction
               call 'FILELOCK' using lkAction, lkResource, lkResult
               display "PROPOSAL FILE FULL, NOTHING FILED -- THE "
                   "RETENTION TRIM HAS TO RUN FIRST."
               move 8 to return-code
               exit paragraph
           end-if.
    *>    somebody else may have filed while this one was being keyed.
           perform findPendingCfg.
           if pendIdx is not equal to zero
               move 'U' to lkAction
               call 'FILELOCK' using lkAction, lkResource, lkResult
               display "ANOTHER PRIMECFG PROPOSAL WAS FILED MEANWHILE, "
                   "NOTHING FILED."
               move 4 to return-code
               exit paragraph
           end-if.
           move zero to nextPropId.
           perform varying propIdx from 1 by 1
                   until propIdx is greater than propCount
               move propRaw(propIdx) to proposalRecord
               if ppId is numeric and ppId is greater than nextPropId
                   move ppId to nextPropId
               end-if
           end-perform.
           add 1 to nextPropId.
           move spaces to proposalRecord.
           move riDate to ppDate.
           move riTime to ppTime.
           move changingOperator to ppProposer.
           move nextPropId to ppId.
           move 'CFG   ' to ppType.
           move 'P' to ppStatus.
           move newIllegalMax to ppValue1.
           move newTrialMin to ppValue2.
           move currentIllegalMax to ppOld1.
           move currentTrialMin to ppOld2.
           move impactRc to ppImpactRc.
           if impactRc is not equal to 8
               move impactReportName to ppReport
           end-if.
           move zero to ppActDate.
           move zero to ppActTime.
           add 1 to propCount.
           move proposalRecord to propRaw(propCount).
           perform rewriteProposals.
           move 'U' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if propWriteOk is not equal to 1
               move 8 to return-code
               exit paragraph
           end-if.
           display " ".
           display "PROPOSAL " nextPropId " FILED. PRIMECFG.DAT IS "
               "UNCHANGED UNTIL ANOTHER SUPERVISOR APPROVES IT HERE "
               "WITHIN " expireHours " HOURS.".
           move 0 to return-code.

    *>    the second supervisor's decision. the policy the proposal
    *>    was keyed against has to still be the policy on disk, or
    *>    approving it would quietly undo whatever moved it since.
       reviewPendingCfg.
           move ppId to pendId.
           move 0 to stalePolicy.
           if ppOld1 is not equal to currentIllegalMax
                   or ppOld2 is not equal to currentTrialMin
               move 1 to stalePolicy
           end-if.
           display " ".
           display "PENDING PROPOSAL " ppId " FROM "
               function trim(ppProposer) ", FILED " ppDate " "
               ppTime(1:2) ":" ppTime(3:2).
           display "  ILLEGAL-MAX " ppOld1 " -> " ppValue1.
           display "  TRIAL-MIN   " ppOld2 " -> " ppValue2.
           if ppImpactRc is equal to 8 or ppReport is equal to spaces
               display "  ** NO IMPACT REPORT WAS PRODUCED FOR THIS "
                   "PROPOSAL."
           else
               perform showImpactSummary
           end-if.
           if stalePolicy is equal to 1
               display "  ** PRIMECFG.DAT HAS MOVED SINCE THIS WAS "
                   "PROPOSED -- IT CAN ONLY BE REJECTED."
           end-if.
           display "A approve, R reject, blank leaves it pending: ".
           accept decisionEntry.
           move function upper-case(decisionEntry) to decisionEntry.
           if decisionEntry is not equal to 'A'
                   and decisionEntry is not equal to 'R'
               display "LEFT PENDING."
               exit paragraph
           end-if.
           if decisionEntry is equal to 'A' and stalePolicy is equal to 1
               display "CANNOT APPROVE AGAINST A POLICY THAT HAS MOVED, "
                   "LEFT PENDING."
               exit paragraph
           end-if.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           move 'L' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if lkResult is equal to 'B'
               display "PROPOSAL FILE BUSY, NOTHING DECIDED."
               move 8 to return-code
               exit paragraph
           end-if.
           perform loadProposals.
           perform expireProposals.
           move zero to pendIdx.
           perform varying propIdx from 1 by 1
                   until propIdx is greater than propCount
               move propRaw(propIdx) to proposalRecord
               if ppId is equal to pendId and ppType is equal to 'CFG   '
                   move propIdx to pendIdx
               end-if
           end-perform.
           if pendIdx is equal to zero
               display "PROPOSAL " pendId " IS NO LONGER ON FILE."
               perform releaseProposalLock
               exit paragraph
           end-if.
           move propRaw(pendIdx) to proposalRecord.
           if ppStatus is not equal to 'P'
               if expiredNow is greater than zero
                       and propOverflow is equal to zero
                   perform rewriteProposals
               end-if
               display "PROPOSAL " pendId " IS NO LONGER PENDING, "
                   "NOTHING DECIDED."
               perform releaseProposalLock
               exit paragraph
           end-if.
           if decisionEntry is equal to 'A'
               move ppValue1 to newIllegalMax
               move ppValue2 to newTrialMin
               perform writeConfigFile
               if configWritten is not equal to 1
                   perform releaseProposalLock
                   exit paragraph
               end-if
               move 'A' to ppStatus
           else
               move 'J' to ppStatus
           end-if.
           move changingOperator to ppApprover.
           move riDate to ppActDate.
           move riTime to ppActTime.
           move proposalRecord to propRaw(pendIdx).
           perform rewriteProposals.
           perform releaseProposalLock.
    *>    the decision stands on PRIMECFG.DAT even if its stamp on the
    *>    proposal file didn't take; say so, so it can be put right.
           if propWriteOk is not equal to 1
               display "** DECISION NOT RECORDED ON THE PROPOSAL FILE."
           end-if.
           if ppStatus is equal to 'A'
               perform logChanges
               display "PROPOSAL " pendId " APPROVED: CHANGES WRITTEN "
                   "AND LOGGED."
           else
               display "PROPOSAL " pendId " REJECTED, PRIMECFG.DAT "
                   "UNCHANGED."
           end-if.
           move 0 to return-code.

       releaseProposalLock.
           move 'U' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.

    *>    the report's closing tally is its verdict; the full listing
    *>    stays in the file for anyone who wants the numbers.
       showImpactSummary.
           move ppReport to impactReportName.
           call 'RGNCHK' using impactReportName, runRegion.
           move spaces to impactSummary.
           open input impactFile.
           if fsImpact is not equal to "00"
               display "  ** IMPACT REPORT " function trim(ppReport)
                   " IS NOT ON DISK."
               exit paragraph
           end-if.
           move zero to eofImpact.
           perform until eofImpact is equal to 1
               read impactFile
                   at end move 1 to eofImpact
                   not at end
                       if impactLine is not equal to spaces
                           move impactLine to impactSummary
                       end-if
               end-read
           end-perform.
           close impactFile.
           display "  IMPACT REPORT " function trim(ppReport) ":".
           display "  " function trim(impactSummary).
           if ppImpactRc is equal to 4
               display "  ** STANDING ANSWERS WOULD CHANGE -- READ THE "
                   "REPORT BEFORE APPROVING."
           end-if.
