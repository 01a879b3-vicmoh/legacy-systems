    *>    issuance register, and every number in it that was already
    *>    used is reported, so freeing a block back to the business
    *>    is safe by construction.
    *>    and no longer on one signon: the release option now files a
    *>    pending proposal on the shared proposal file (the one
    *>    cfgmnt.cob files PRIMECFG changes on) and reserved.dat is
    *>    untouched until a DIFFERENT supervisor approves it from the
    *>    pending-proposals option, seeing the usage check run again
    *>    as it stands then. an unapproved proposal lapses after
    *>    PROPOSAL_EXPIRE_HOURS; the RELEASE row on the change log
    *>    carries the approver as operator and the proposer after it.
       identification division.
       program-id. resmnt.

       select logFile assign to dynamic logFileName
           organization is line sequential
           file status is fsLogFile.
       select proposalFile assign to dynamic proposalFileName
           organization is line sequential
           file status is fsProposal.

       data division.
       file section.
             01 issuregLine pic x(80).
         fd logFile.
             01 logLine pic x(99).
         fd proposalFile.
             01 proposalLine pic x(170).

       working-storage section.
           77 reservedFileName pic x(99)
           77 logFileName pic x(99)
               value "./cobol/assets/resmnt.log".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsReserved pic xx.
           77 fsSeen pic xx.
           77 fsIssureg pic xx.
           02 igDept pic x(8).
           02 filler pic x.
           02 igNum pic x(10).
           02 filler pic x.
    *>    'V' once issvoid.cob has voided the entry -- a voided number
    *>    was never really handed out.
           02 igVoidFlag pic x.
           02 filler pic x(40).
    *>    calendar edits on the keyed dates.
       01 dtWork.
           02 dtDate pic 9(8).
           02 lgEnd pic 9(10).
           02 filler pic x value space.
           02 lgStatus pic x.
           02 filler pic x(10) value ' PROPOSER '.
           02 lgProposer pic x(8).
           02 filler pic x(21) value spaces.
    *>    the proposal file, cfgmnt.cob's layout and handling: loaded
    *>    whole and written back whole under the FILELOCK enqueue.
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
           77 propWriteOk pic 9.
           77 pendIdx pic 9(4) value zero.
           77 pendId pic 9(6) value zero.
           77 nextPropId pic 9(6).
           77 expiredNow pic 9(4).
           77 awaitingMe pic 9(4).
       01 propTable.
           02 propEntry occurs 500 times.
               03 propRaw pic x(170).
    *>    the ids up for this signon's decision, taken off the file
    *>    before the first decision reloads it.
           77 reviewCount pic 9(4).
           77 reviewIdx pic 9(4).
       01 reviewTable.
           02 reviewId pic 9(6) occurs 100 times.
           77 expireHours pic 9(4) value 48.
           77 ageMinutes pic s9(9).
           77 decisionEntry pic x value space.
       01 proposalRecord.
           02 ppDate pic 9(8).
           02 filler pic x.
           02 ppTime pic 9(8).
           02 filler pic x.
           02 ppProposer pic x(8).
           02 filler pic x.
           02 ppId pic 9(6).
           02 filler pic x.
           02 ppType pic x(6).
           02 filler pic x.
           02 ppStatus pic x.
           02 filler pic x.
           02 ppValue1 pic 9(10).
           02 filler pic x.
           02 ppValue2 pic 9(10).
           02 filler pic x.
           02 ppOld1 pic 9(10).
           02 filler pic x.
           02 ppOld2 pic 9(10).
           02 filler pic x.
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

       linkage section.
       screen section.
           if envOverride is not equal to spaces
               move envOverride to reservedFileName
           end-if.
           call 'RGNCHK' using reservedFileName, runRegion.
           accept envOverride from environment "PRIMES2_SEEN_DD".
           if envOverride is not equal to spaces
               move envOverride to seenFileName
           end-if.
           call 'RGNCHK' using seenFileName, runRegion.
           accept envOverride from environment "ISSUREG_DD".
           if envOverride is not equal to spaces
               move envOverride to issuregFileName
           end-if.
           call 'RGNCHK' using issuregFileName, runRegion.
           accept envOverride from environment "RESMNT_LOG_DD".
           if envOverride is not equal to spaces
               move envOverride to logFileName
           end-if.
           call 'RGNCHK' using logFileName, runRegion.
           accept envOverride from environment "PROPOSAL_DD".
           if envOverride is not equal to spaces
               move envOverride to proposalFileName
           end-if.
           call 'RGNCHK' using proposalFileName, runRegion.
           accept envOverride from environment "PROPOSAL_EXPIRE_HOURS".
           if envOverride is not equal to spaces
               if function trim(envOverride) is numeric
                   move function numval(envOverride) to expireHours
               end-if
           end-if.
           if expireHours is equal to zero
               move 48 to expireHours
           end-if.
           display operatorScreen.
           accept operatorScreen.
           if changingOperator is equal to spaces
               goback
           end-if.
           perform loadRangeTable.
           perform sweepProposals.
           if lkResult is equal to 'B'
               display "PROPOSAL FILE BUSY, TRY AGAIN SHORTLY."
               move 8 to return-code
               goback
           end-if.
           perform countAwaitingMe.
           if awaitingMe is greater than zero
               display awaitingMe " RELEASE PROPOSAL(S) AWAIT YOUR "
                   "DECISION -- OPTION p."
           end-if.
           perform until menuChoice is equal to "x"
                   or menuChoice is equal to "X"
               display " "
               display "l -> List ranges."
               display "a -> Add a range."
               display "s -> Change a range's status."
               display "r -> Propose a range release (with usage check)."
               display "p -> Pending release proposals (approve/reject)."
               display "x -> Exit."
               display "-------------------------------------------------"
               display "enter an option:"
               else if menuChoice is equal to "r"
                       or menuChoice is equal to "R"
                   perform releaseRange
               else if menuChoice is equal to "p"
                       or menuChoice is equal to "P"
                   perform reviewReleases
               else if menuChoice is not equal to "x" and
                       menuChoice is not equal to "X"
                   display "INVALID OPTION, TRY AGAIN."
                   "GOES THROUGH THE RELEASE OPTION."
               exit paragraph
           end-if.
    *>    an active range stepped down to pending or expired stops
    *>    screening just as a released one does, so it takes the same
    *>    second signature.
           if resStatus(pickIdx) is equal to 'A'
                   and entryStatus is not equal to 'A'
               display "TAKING AN ACTIVE RANGE OUT OF SCREENING IS A "
                   "RELEASE -- PROPOSE IT WITH THE RELEASE OPTION."
               exit paragraph
           end-if.
           move entryStatus to resStatus(pickIdx).
           perform rewriteRangeFile.
           move "STATUS  " to lgAction.
    *>    business, prove what's already inside it -- numbers on
    *>    primes.seen were classified, numbers on the issuance
    *>    register were handed out. the counts print either way; the
    *>    supervisor confirms with them on the screen, and what the
    *>    confirmation files is a proposal, not the release.
       releaseRange.
           perform listRanges.
           perform pickRange.
           if pickIdx is equal to zero
               exit paragraph
           end-if.
           if resStatus(pickIdx) is equal to 'R'
               display "RANGE ALREADY RELEASED."
               exit paragraph
           end-if.
           perform checkRangeUsage.
           display "RANGE " resStart(pickIdx) "-" resEnd(pickIdx)
               ": " usedInSeen " NUMBERS ALREADY CLASSIFIED, "
               display "** NUMBERS IN THIS RANGE ARE ALREADY IN "
                   "USE -- RELEASING HANDS THEM BACK ANYWAY."
           end-if.
           display "PROPOSE RELEASING THIS RANGE? (Y/N): ".
           accept confirmEntry.
           if confirmEntry is not equal to 'Y'
                   and confirmEntry is not equal to 'y'
               display "NOT CONFIRMED, NOTHING PROPOSED."
               exit paragraph
           end-if.
           perform fileReleaseProposal.

       fileReleaseProposal.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           move 'L' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if lkResult is equal to 'B'
               display "PROPOSAL FILE BUSY, NOTHING PROPOSED."
               exit paragraph
           end-if.
           perform loadProposals.
           perform expireProposals.
           if propOverflow is equal to 1 or propCount is equal to 500
               perform releaseProposalLock
               display "PROPOSAL FILE FULL, NOTHING PROPOSED -- THE "
                   "RETENTION TRIM HAS TO RUN FIRST."
               exit paragraph
           end-if.
           move zero to pendIdx.
           move zero to nextPropId.
           perform varying propIdx from 1 by 1
                   until propIdx is greater than propCount
               move propRaw(propIdx) to proposalRecord
               if ppId is numeric and ppId is greater than nextPropId
                   move ppId to nextPropId
               end-if
               if ppType is equal to 'RESREL'
                       and ppStatus is equal to 'P'
                       and ppValue1 is equal to resStart(pickIdx)
                       and ppValue2 is equal to resEnd(pickIdx)
                   move propIdx to pendIdx
               end-if
           end-perform.
           if pendIdx is not equal to zero
               if expiredNow is greater than zero
                   perform rewriteProposals
               end-if
               perform releaseProposalLock
               move propRaw(pendIdx) to proposalRecord
               display "A RELEASE OF THIS RANGE IS ALREADY PENDING AS "
                   "PROPOSAL " ppId ", NOTHING PROPOSED."
               exit paragraph
           end-if.
           add 1 to nextPropId.
           move spaces to proposalRecord.
           move riDate to ppDate.
           move riTime to ppTime.
           move changingOperator to ppProposer.
           move nextPropId to ppId.
           move 'RESREL' to ppType.
           move 'P' to ppStatus.
           move resStart(pickIdx) to ppValue1.
           move resEnd(pickIdx) to ppValue2.
           move zero to ppOld1.
           move zero to ppOld2.
           move zero to ppImpactRc.
           move zero to ppActDate.
           move zero to ppActTime.
           add 1 to propCount.
           move proposalRecord to propRaw(propCount).
           perform rewriteProposals.
           perform releaseProposalLock.
           if propWriteOk is equal to 1
               display "PROPOSAL " nextPropId " FILED. THE RANGE "
                   "SCREENS AS BEFORE UNTIL ANOTHER SUPERVISOR "
                   "APPROVES IT WITHIN " expireHours " HOURS."
           end-if.

    *>    the second supervisor's side: every pending release someone
    *>    else filed, one at a time, each with the usage check run
    *>    fresh -- the register may have moved since it was proposed.
       reviewReleases.
           perform sweepProposals.
           if lkResult is equal to 'B'
               display "PROPOSAL FILE BUSY, TRY AGAIN SHORTLY."
               exit paragraph
           end-if.
           move zero to reviewCount.
           perform varying propIdx from 1 by 1
                   until propIdx is greater than propCount
               move propRaw(propIdx) to proposalRecord
               if ppType is equal to 'RESREL'
                       and ppStatus is equal to 'P'
                       and ppProposer is not equal to changingOperator
                       and reviewCount is less than 100
                   add 1 to reviewCount
                   move ppId to reviewId(reviewCount)
               end-if
           end-perform.
           if reviewCount is equal to zero
               display "NO RELEASE PROPOSALS AWAIT YOUR DECISION."
               exit paragraph
           end-if.
           perform varying reviewIdx from 1 by 1
                   until reviewIdx is greater than reviewCount
               perform reviewOneRelease
           end-perform.
           perform countAwaitingMe.

       reviewOneRelease.
           move reviewId(reviewIdx) to pendId.
           perform findProposalById.
           if pendIdx is equal to zero
               exit paragraph
           end-if.
           move propRaw(pendIdx) to proposalRecord.
           if ppStatus is not equal to 'P'
               exit paragraph
           end-if.
           display " ".
           display "PENDING PROPOSAL " ppId " FROM "
               function trim(ppProposer) ", FILED " ppDate " "
               ppTime(1:2) ":" ppTime(3:2).
           display "  RELEASE RANGE " ppValue1 "-" ppValue2.
           perform findProposedRange.
           if pickIdx is equal to zero
               display "  ** NO UNRELEASED RANGE " ppValue1 "-"
                   ppValue2 " ON FILE NOW -- IT CAN ONLY BE REJECTED."
           else
               perform checkRangeUsage
               display "  " usedInSeen " NUMBERS ALREADY CLASSIFIED, "
                   usedInRegister " ALREADY ISSUED."
           end-if.
           display "A approve, R reject, blank leaves it pending: ".
           accept decisionEntry.
           move function upper-case(decisionEntry) to decisionEntry.
           if decisionEntry is not equal to 'A'
                   and decisionEntry is not equal to 'R'
               display "LEFT PENDING."
               exit paragraph
           end-if.
           if decisionEntry is equal to 'A' and pickIdx is equal to zero
               display "NOTHING TO RELEASE, LEFT PENDING."
               exit paragraph
           end-if.
           perform decideRelease.

    *>    the decision re-reads the proposal file under the enqueue:
    *>    the proposal must still be pending, and not lapsed, at the
    *>    moment it's decided.
       decideRelease.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           move 'L' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if lkResult is equal to 'B'
               display "PROPOSAL FILE BUSY, NOTHING DECIDED."
               exit paragraph
           end-if.
           perform loadProposals.
           perform expireProposals.
           perform findProposalById.
           if pendIdx is not equal to zero
               move propRaw(pendIdx) to proposalRecord
           end-if.
           if pendIdx is equal to zero or ppStatus is not equal to 'P'
               if expiredNow is greater than zero
                       and propOverflow is equal to zero
                   perform rewriteProposals
               end-if
               perform releaseProposalLock
               display "PROPOSAL " pendId " IS NO LONGER PENDING, "
                   "NOTHING DECIDED."
               exit paragraph
           end-if.
           if decisionEntry is equal to 'A'
               move 'R' to resStatus(pickIdx)
               perform rewriteRangeFile
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
           if propWriteOk is not equal to 1
               display "** DECISION NOT RECORDED ON THE PROPOSAL FILE."
           end-if.
           if ppStatus is equal to 'A'
               move "RELEASE " to lgAction
               move ppProposer to lgProposer
               perform writeLogRow
               move spaces to lgProposer
               display "PROPOSAL " pendId " APPROVED: RANGE RELEASED."
           else
               display "PROPOSAL " pendId " REJECTED, RANGE UNCHANGED."
           end-if.

       findProposalById.
           move zero to pendIdx.
           perform varying propIdx from 1 by 1
                   until propIdx is greater than propCount
               move propRaw(propIdx) to proposalRecord
               if ppId is equal to pendId and ppType is equal to 'RESREL'
                   move propIdx to pendIdx
               end-if
           end-perform.

       findProposedRange.
           move zero to pickIdx.
           perform varying resIdx from 1 by 1
                   until resIdx is greater than resCount
               if resStart(resIdx) is equal to ppValue1
                       and resEnd(resIdx) is equal to ppValue2
                       and resStatus(resIdx) is not equal to 'R'
                   move resIdx to pickIdx
               end-if
           end-perform.

       countAwaitingMe.
           move zero to awaitingMe.
           perform varying propIdx from 1 by 1
                   until propIdx is greater than propCount
               move propRaw(propIdx) to proposalRecord
               if ppType is equal to 'RESREL'
                       and ppStatus is equal to 'P'
                       and ppProposer is not equal to changingOperator
                   add 1 to awaitingMe
               end-if
           end-perform.

       checkRangeUsage.
           move zero to usedInSeen.
                       not at end
                           move issuregLine to issuregRecordIn
                           if igNum is numeric
                                   and igVoidFlag is not equal to 'V'
                               move function numval(igNum) to checkNum
                               if checkNum is not less than
                                       resStart(pickIdx)
                   move 1 to dtValid
               end-if
           end-if.

    *>    ================================================================
    *>    the proposal file -- same handling as cfgmnt.cob
    *>    ================================================================

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
           perform releaseProposalLock.
           move 'Y' to lkResult.

       releaseProposalLock.
           move 'U' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.

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
