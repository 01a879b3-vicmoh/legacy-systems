    *>    classification master restatement: whatif.cob says exactly
    *>    which standing answers a PRIMECFG proposal would move, and
    *>    once a second supervisor approves it through cfgmnt.cob the
    *>    new thresholds steer every classification from then on --
    *>    but classmst.dat and everything already sent to the registry
    *>    kept the old answers. this run finds the approved PRIMECFG
    *>    changes not yet restated, proves PRIMECFG.DAT carries the
    *>    latest of them, and replays the master's threshold-driven
    *>    answers (PRIME, NOT A PRIME, ILLEGAL INPUT) through the
    *>    shared PRIMTEST subprogram, which answers under the standing
    *>    config. every record whose answer moves is rewritten and
    *>    journaled on mstmnt.cob's change journal, so mstrecov.cob
    *>    rebuilds it the same way, and gets a row on the restatement
    *>    history mstrst.dat carrying the prior classification and the
    *>    restatement date. regext.cob sends those rows to the registry
    *>    as RRST records on its next extract, and burst.cob cuts a
    *>    per-lot restatement notice for the departments whose lots
    *>    moved. rstctl.dat records which proposals have been restated,
    *>    so a rerun finds nothing more to do.
       identification division.
       program-id. restate.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    dynamic-assigned with environment overrides, same convention
    *>    as the rest of the tree.
    *>    cfgmnt.cob's proposal file, read under its FILELOCK enqueue.
       select proposalFile assign to dynamic proposalFileName
           organization is line sequential
           file status is fsProposal.
    *>    same DYNAMIC/PRIMECFG_DD convention as PRIMTEST, so the
    *>    policy proven here is the one the replay answers under.
       select primecfgFile assign to dynamic primecfgFileName
           organization is line sequential
           file status is fsPrimecfg.
       select masterFile assign to dynamic masterFileName
           organization is indexed
           access mode is dynamic
           record key is masterNum
           file status is fsMaster.
    *>    every restated record lands on the master-maintenance
    *>    journal mstmnt.cob keeps, the way backout.cob's changes do.
       select jrnlFile assign to dynamic jrnlFileName
           organization is line sequential
           file status is fsJrnl.
       select historyFile assign to dynamic historyFileName
           organization is line sequential
           file status is fsHistory.
       select controlFile assign to dynamic controlFileName
           organization is line sequential
           file status is fsControl.
       select reportFile assign to dynamic reportFileName
           organization is line sequential
           file status is fsReport.

       data division.
       file section.
         fd proposalFile.
             01 proposalLine pic x(170).
    *>    the exact record layout PRIMTEST's LOAD-PRIMECFG reads.
         fd primecfgFile.
             01 primecfgRec.
                 02 primecfgIllegalMax pic s9(9).
                 02 primecfgTrialMin pic s9(9).
                 02 filler pic x(62).
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
         fd jrnlFile.
             01 jrnlLine pic x(110).
         fd historyFile.
             01 historyLine pic x(130).
         fd controlFile.
             01 controlLine pic x(80).
         fd reportFile.
             01 outLine pic x(9999) value spaces.

       working-storage section.
           77 proposalFileName pic x(99)
               value "./cobol/assets/proposal.dat".
           77 primecfgFileName pic x(99) value "PRIMECFG.DAT".
           77 masterFileName pic x(99)
               value "./cobol/assets/classmst.dat".
           77 jrnlFileName pic x(99)
               value "./cobol/assets/mstmnt.jrnl".
           77 historyFileName pic x(99)
               value "./cobol/assets/mstrst.dat".
           77 controlFileName pic x(99)
               value "./cobol/assets/rstctl.dat".
           77 reportFileName pic x(99) value "./restate.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsProposal pic xx.
           77 fsPrimecfg pic xx.
           77 fsMaster pic xx.
           77 fsJrnl pic xx.
           77 fsHistory pic xx.
           77 fsControl pic xx.
           77 fsReport pic xx.
           77 eofFile pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 riJobId pic x(8).
    *>    the proposal file is read under the same FILELOCK enqueue
    *>    cfgmnt.cob and resmnt.cob rewrite it under.
           77 lkAction pic x.
           77 lkResource pic x(40) value 'PROPOSALS'.
           77 lkResult pic x.
           77 proposalsBusy pic 9 value zero.
    *>    approved PRIMECFG proposals not yet restated. cfgmnt.cob
    *>    never carries more than 500 proposals of any kind, so the
    *>    table holds the whole file's worth.
           77 awaitCount pic 9(4) value zero.
           77 awaitLeft pic 9(4) value zero.
           77 awaitIdx pic 9(4).
           77 latestIdx pic 9(4) value zero.
       01 awaitTable.
           02 awaitEntry occurs 500 times.
               03 awId pic 9(6).
               03 awActStamp pic 9(16).
               03 awIllegalMax pic 9(10).
               03 awTrialMin pic 9(10).
               03 awApprover pic x(8).
               03 awStruck pic 9.
       01 actStampWork.
           02 aswDate pic 9(8).
           02 aswTime pic 9(8).
    *>    the policy being restated to: the latest approved change,
    *>    which every earlier one still awaiting restatement is
    *>    folded under.
           77 policyId pic 9(6).
           77 policyIllegalMax pic 9(10).
           77 policyTrialMin pic 9(10).
           77 policyApprover pic x(8).
           77 policyOk pic 9 value zero.
           77 standingIllegalMax pic s9(9).
           77 standingTrialMin pic s9(9).
    *>    result handed back by the shared PRIMTEST subprogram:
    *>    'I' illegal input, 'N' not a prime, 'P' prime.
           77 num pic s9(10).
           77 wsResultCode pic x.
           77 wsFactor pic s9(10).
           77 newAnswer pic x(15).
           77 newFactor pic s9(10).
           77 priorAnswer pic x(15).
           77 priorFactor pic s9(10).
    *>    the journal carries a classification in its ten-byte OLD/NEW
    *>    columns as a short word; mstrecov.cob reads it back.
           77 wordSource pic x(15).
           77 wordOut pic x(10).
           77 jrnlOpen pic 9 value zero.
           77 historyOpen pic 9 value zero.
           77 reportOpen pic 9 value zero.
           77 recordsRead pic 9(9) value zero.
           77 recordsReplayed pic 9(9) value zero.
           77 restatedCount pic 9(9) value zero.
           77 rewriteFailures pic 9(9) value zero.
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
    *>    run's real code is put back after the call.
           77 rsProgram pic x(9) value 'RESTATE'.
           77 rsRc pic s9(4).
           77 awSeverity pic x.
           77 awMessage pic x(60).
    *>    cfgmnt.cob's proposal record layout.
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
    *>    one row per proposal restated: which run did it, and the
    *>    proposal whose policy it restated to -- itself, or a later
    *>    approval it was folded under.
       01 controlRecord.
           02 rcProposalId pic 9(6).
           02 filler pic x value space.
           02 rcDate pic 9(8).
           02 filler pic x value space.
           02 rcTime pic 9(8).
           02 filler pic x value space.
           02 rcJob pic x(8).
           02 filler pic x value space.
           02 rcCoveredBy pic 9(6).
           02 filler pic x value space.
           02 rcReplayed pic 9(9).
           02 filler pic x value space.
           02 rcRestated pic 9(9).
           02 filler pic x(20) value spaces.
       COPY rstrec REPLACING RESTATE-RECORD BY historyRecord
                             RESTATE-NUM BY rhNum
                             RESTATE-DATE BY rhDate
                             RESTATE-TIME BY rhTime
                             RESTATE-JOB BY rhJob
                             RESTATE-PROPOSAL BY rhProposalId
                             RESTATE-LOT BY rhLot
                             RESTATE-PRIOR-CLASS BY rhPriorClass
                             RESTATE-NEW-CLASS BY rhNewClass
                             RESTATE-PRIOR-FACTOR BY rhPriorFactor
                             RESTATE-NEW-FACTOR BY rhNewFactor
                             RESTATE-REG-STATE BY rhRegState
                             RESTATE-REG-DATE BY rhRegDate.
    *>    mstmnt.cob's change journal row.
       01 jrnlRecord.
           02 jrDate pic 9(8).
           02 filler pic x value space.
           02 jrTime pic 9(8).
           02 filler pic x value space.
           02 jrOperator pic x(8).
           02 filler pic x value space.
           02 jrNum pic 9(10).
           02 filler pic x value space.
           02 jrField pic x(8).
           02 filler pic x(5) value ' OLD '.
           02 jrOld pic x(10).
           02 filler pic x(5) value ' NEW '.
           02 jrNew pic x(10).
           02 filler pic x(41) value spaces.
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(34) value
               'CLASSIFICATION MASTER RESTATEMENT'.
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
           02 filler pic x(6) value '  JOB '.
           02 riOutJob pic x(8).
       01 policyLine.
           02 filler pic x value space.
           02 filler pic x(9) value 'PROPOSAL '.
           02 plId pic 9(6).
           02 filler pic x(14) value '  ILLEGAL-MAX '.
           02 plIllegalMax pic z(9)9.
           02 filler pic x(12) value '  TRIAL-MIN '.
           02 plTrialMin pic z(9)9.
           02 filler pic x(14) value '  APPROVED BY '.
           02 plApprover pic x(8).
       01 coversLine.
           02 filler pic x value space.
           02 filler pic x(12) value 'ALSO COVERS '.
           02 cvCount pic zzz9.
           02 filler pic x(40) value
               ' EARLIER APPROVED CHANGE(S) AWAITING IT'.
       01 blankLine.
           02 filler pic x value space.
       01 restateLine.
           02 filler pic x value space.
           02 rlNum pic z(9)9.
           02 filler pic x(5) value ' LOT '.
           02 rlLot pic x(10).
           02 filler pic x(6) value '  WAS '.
           02 rlPriorAnswer pic x(15).
           02 filler pic x(5) value ' NOW '.
           02 rlNewAnswer pic x(15).
           02 filler pic x(8) value ' FACTOR '.
           02 rlFactor pic z(10).
       01 failLine.
           02 filler pic x value space.
           02 flNum pic z(9)9.
           02 filler pic x(38) value
               ' NOT RESTATED, MASTER REWRITE REFUSED'.
       01 noChangeLine.
           02 filler pic x value space.
           02 filler pic x(42) value
               'NO STANDING ANSWER MOVED UNDER THIS POLICY'.
       01 summaryLine.
           02 filler pic x value space.
           02 smReplayed pic z(8)9.
           02 filler pic x(20) value ' ANSWERS REPLAYED,  '.
           02 smRestated pic z(8)9.
           02 filler pic x(9) value ' RESTATED'.

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept riJobId from environment "JOBID".
           if riJobId is equal to spaces
               move "OPERATOR" to riJobId
           end-if.
           accept envOverride from environment "PROPOSAL_DD".
           if envOverride is not equal to spaces
               move envOverride to proposalFileName
           end-if.
           call 'RGNCHK' using proposalFileName, runRegion.
           accept envOverride from environment "PRIMECFG_DD".
           if envOverride is not equal to spaces
               move envOverride to primecfgFileName
           end-if.
           call 'RGNCHK' using primecfgFileName, runRegion.
           accept envOverride from environment "CLASSMST_DD".
           if envOverride is not equal to spaces
               move envOverride to masterFileName
           end-if.
           call 'RGNCHK' using masterFileName, runRegion.
           accept envOverride from environment "MSTMNT_JRNL_DD".
           if envOverride is not equal to spaces
               move envOverride to jrnlFileName
           end-if.
           call 'RGNCHK' using jrnlFileName, runRegion.
           accept envOverride from environment "MSTRST_DD".
           if envOverride is not equal to spaces
               move envOverride to historyFileName
           end-if.
           call 'RGNCHK' using historyFileName, runRegion.
           accept envOverride from environment "RSTCTL_DD".
           if envOverride is not equal to spaces
               move envOverride to controlFileName
           end-if.
           call 'RGNCHK' using controlFileName, runRegion.
           accept envOverride from environment "RESTATE_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           display "CLASSIFICATION MASTER RESTATEMENT".
           perform loadAwaitingProposals.
           if proposalsBusy is equal to 1
               display "PROPOSAL FILE BUSY, NOTHING RESTATED."
               move 4 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform strikeRestatedProposals.
           if awaitLeft is equal to zero
               display "NO APPROVED POLICY CHANGE AWAITING "
                   "RESTATEMENT."
               move 0 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform findLatestProposal.
           perform checkStandingPolicy.
           if policyOk is not equal to 1
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
    *>    nothing is rewritten unless the journal and the history can
    *>    both take the change -- a restatement mstrecov.cob can't
    *>    replay, or the registry never hears of, is worse than none.
           open i-o masterFile.
           if fsMaster is not equal to "00"
               display "MASTER NOT AVAILABLE, STATUS " fsMaster
                   " FILE " function trim(masterFileName)
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform openJournal.
           perform openHistory.
           open output reportFile.
           if fsReport is equal to "00"
               move 1 to reportOpen
           else
               display "FILE OPEN FAILURE, REPORT STATUS " fsReport
                   " FILE " function trim(reportFileName)
           end-if.
           if jrnlOpen is not equal to 1
                   or historyOpen is not equal to 1
                   or reportOpen is not equal to 1
               perform closeRestatementFiles
               display "NOTHING RESTATED."
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform writeReportHeader.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read masterFile next record
                   at end move 1 to eofFile
                   not at end perform restateOneRecord
               end-read
           end-perform.
           if restatedCount is equal to zero
               write outLine from noChangeLine after advancing 1 line
           end-if.
           write outLine from blankLine after advancing 1 line.
           move recordsReplayed to smReplayed.
           move restatedCount to smRestated.
           write outLine from summaryLine after advancing 1 line.
           perform closeRestatementFiles.
    *>    a record the master refused leaves the proposals awaiting,
    *>    so the next run picks up what this one couldn't finish.
           if rewriteFailures is greater than zero
               display "RESTATEMENT INCOMPLETE: " rewriteFailures
                   " RECORDS NOT REWRITTEN, PROPOSAL " policyId
                   " LEFT AWAITING."
               move 'C' to awSeverity
               move spaces to awMessage
               string "RESTATEMENT OF PROPOSAL " policyId
                      " INCOMPLETE, MASTER REFUSED REWRITES"
                      delimited by size into awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform writeControlRows.
           display "RESTATEMENT COMPLETE: PROPOSAL " policyId ", "
               recordsReplayed " REPLAYED, " restatedCount
               " RESTATED.".
    *>    answers that moved flag the run the way whatif.cob flags a
    *>    proposal that would move them -- worth a look in the morning.
           if restatedCount is greater than zero
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           call 'RUNSTAT' using rsProgram, rsRc, recordsReplayed,
               restatedCount.
           move rsRc to return-code.

    *>    ================================================================
    *>    which approved changes await restatement
    *>    ================================================================

    *>    every approved PRIMECFG proposal on the file, under the
    *>    enqueue so a decision being written isn't read half-done.
       loadAwaitingProposals.
           move 'L' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if lkResult is equal to 'B'
               move 1 to proposalsBusy
               exit paragraph
           end-if.
           open input proposalFile.
           if fsProposal is equal to "00"
               move zero to eofFile
               perform until eofFile is equal to 1
                   read proposalFile
                       at end move 1 to eofFile
                       not at end
                           move proposalLine to proposalRecord
                           if ppType is equal to 'CFG   '
                                   and ppStatus is equal to 'A'
                                   and awaitCount is less than 500
                               add 1 to awaitCount
                               move ppId to awId(awaitCount)
                               move ppActDate to aswDate
                               move ppActTime to aswTime
                               move actStampWork to awActStamp(awaitCount)
                               move ppValue1 to awIllegalMax(awaitCount)
                               move ppValue2 to awTrialMin(awaitCount)
                               move ppApprover to awApprover(awaitCount)
                               move zero to awStruck(awaitCount)
                           end-if
                   end-read
               end-perform
               close proposalFile
           end-if.
           move 'U' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.

    *>    a proposal already on the restatement control file is done;
    *>    a missing control file just means nothing has been restated.
       strikeRestatedProposals.
           move awaitCount to awaitLeft.
           open input controlFile.
           if fsControl is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read controlFile into controlRecord
                   at end move 1 to eofFile
                   not at end perform strikeOneProposal
               end-read
           end-perform.
           close controlFile.

       strikeOneProposal.
           if rcProposalId is not numeric
               exit paragraph
           end-if.
           perform varying awaitIdx from 1 by 1
                   until awaitIdx is greater than awaitCount
               if awId(awaitIdx) is equal to rcProposalId
                       and awStruck(awaitIdx) is equal to zero
                   move 1 to awStruck(awaitIdx)
                   subtract 1 from awaitLeft
               end-if
           end-perform.

    *>    the latest approval is the policy standing now; anything
    *>    approved before it is restated to it in the same pass.
       findLatestProposal.
           move zero to latestIdx.
           perform varying awaitIdx from 1 by 1
                   until awaitIdx is greater than awaitCount
               if awStruck(awaitIdx) is equal to zero
                   if latestIdx is equal to zero
                       move awaitIdx to latestIdx
                   else if awActStamp(awaitIdx) is greater than
                           awActStamp(latestIdx)
                       move awaitIdx to latestIdx
                   end-if
                   end-if
               end-if
           end-perform.
           move awId(latestIdx) to policyId.
           move awIllegalMax(latestIdx) to policyIllegalMax.
           move awTrialMin(latestIdx) to policyTrialMin.
           move awApprover(latestIdx) to policyApprover.

    *>    the replay answers through PRIMTEST, which reads PRIMECFG.DAT
    *>    as it stands; if that isn't the approved policy the history
    *>    would be restated to something nobody approved.
       checkStandingPolicy.
           move zero to policyOk.
           move 1 to standingIllegalMax.
           move 4 to standingTrialMin.
           open input primecfgFile.
           if fsPrimecfg is equal to "00"
               read primecfgFile
                   at end continue
                   not at end
                       move primecfgIllegalMax to standingIllegalMax
                       move primecfgTrialMin to standingTrialMin
               end-read
               close primecfgFile
           end-if.
           if standingIllegalMax is equal to policyIllegalMax
                   and standingTrialMin is equal to policyTrialMin
               move 1 to policyOk
               exit paragraph
           end-if.
           display "PRIMECFG.DAT CARRIES ILLEGAL-MAX "
               standingIllegalMax " TRIAL-MIN " standingTrialMin
               ", NOT APPROVED PROPOSAL " policyId "'S "
               policyIllegalMax " / " policyTrialMin
               " -- NOTHING RESTATED.".
           move 'C' to awSeverity.
           move spaces to awMessage.
           string "RESTATEMENT HELD: PRIMECFG.DAT NOT AS PROPOSAL "
                  policyId " APPROVED" delimited by size into awMessage.
           call 'ALERTWTR' using rsProgram, awSeverity, awMessage.

    *>    ================================================================
    *>    the master pass
    *>    ================================================================

    *>    one master record: only threshold-driven answers replay, the
    *>    same three whatif.cob compares. the card-edit rejects don't
    *>    move with the thresholds and are left alone.
       restateOneRecord.
           add 1 to recordsRead.
           if masterClassification is not equal to "PRIME"
                   and masterClassification is not equal to
                       "NOT A PRIME"
                   and masterClassification is not equal to
                       "ILLEGAL INPUT"
               exit paragraph
           end-if.
           add 1 to recordsReplayed.
           move masterNum to num.
           call 'PRIMTEST' using num, wsResultCode, wsFactor.
           move zero to newFactor.
           if wsResultCode is equal to 'I'
               move "ILLEGAL INPUT" to newAnswer
           else if wsResultCode is equal to 'N'
               move "NOT A PRIME" to newAnswer
               move wsFactor to newFactor
           else
               move "PRIME" to newAnswer
           end-if
           end-if.
           if newAnswer is equal to masterClassification
               exit paragraph
           end-if.
    *>    the restatement changes the answer and its factor only: the
    *>    first-seen and last-seen stamps still say when the number
    *>    actually came through a run.
           move masterClassification to priorAnswer.
           move masterFactor to priorFactor.
           move newAnswer to masterClassification.
           move newFactor to masterFactor.
           rewrite masterRecord.
           if fsMaster is equal to "00"
               perform recordRestatement
           else
               add 1 to rewriteFailures
               move masterNum to flNum
               write outLine from failLine after advancing 1 line
           end-if.

       recordRestatement.
           add 1 to restatedCount.
           move 'RESTATE ' to jrField.
           move priorAnswer to wordSource.
           perform answerWord.
           move wordOut to jrOld.
           move newAnswer to wordSource.
           perform answerWord.
           move wordOut to jrNew.
           move riDate to jrDate.
           move riTime to jrTime.
           move riJobId to jrOperator.
           move masterNum to jrNum.
           write jrnlLine from jrnlRecord.
           move masterNum to rhNum.
           move riDate to rhDate.
           move riTime to rhTime.
           move riJobId to rhJob.
           move policyId to rhProposalId.
           move masterLot to rhLot.
           move priorAnswer to rhPriorClass.
           move newAnswer to rhNewClass.
           move priorFactor to rhPriorFactor.
           move newFactor to rhNewFactor.
           move 'Q' to rhRegState.
           move zero to rhRegDate.
           write historyLine from historyRecord.
           move masterNum to rlNum.
           move masterLot to rlLot.
           move priorAnswer to rlPriorAnswer.
           move newAnswer to rlNewAnswer.
           move newFactor to rlFactor.
           write outLine from restateLine after advancing 1 line.

       answerWord.
           if wordSource is equal to "NOT A PRIME"
               move 'NOT PRIME' to wordOut
           else if wordSource is equal to "ILLEGAL INPUT"
               move 'ILLEGAL' to wordOut
           else
               move wordSource to wordOut
           end-if
           end-if.

    *>    ================================================================
    *>    files
    *>    ================================================================

    *>    the journal and the history both append, the same
    *>    open-extend-else-output shape the maintenance logs use.
       openJournal.
           open extend jrnlFile.
           if fsJrnl is not equal to "00"
               open output jrnlFile
           end-if.
           if fsJrnl is not equal to "00"
               display "JOURNAL WRITE FAILURE, STATUS " fsJrnl
                   " FILE " function trim(jrnlFileName)
           else
               move 1 to jrnlOpen
           end-if.

       openHistory.
           open extend historyFile.
           if fsHistory is not equal to "00"
               open output historyFile
           end-if.
           if fsHistory is not equal to "00"
               display "RESTATEMENT HISTORY WRITE FAILURE, STATUS "
                   fsHistory " FILE " function trim(historyFileName)
           else
               move 1 to historyOpen
           end-if.

       closeRestatementFiles.
           close masterFile.
           if jrnlOpen is equal to 1
               close jrnlFile
               move zero to jrnlOpen
           end-if.
           if historyOpen is equal to 1
               close historyFile
               move zero to historyOpen
           end-if.
           if reportOpen is equal to 1
               close reportFile
               move zero to reportOpen
           end-if.

       writeReportHeader.
           move riDate to riOutDate.
           move riTime to riOutTime.
           move riJobId to riOutJob.
           move policyId to plId.
           move policyIllegalMax to plIllegalMax.
           move policyTrialMin to plTrialMin.
           move policyApprover to plApprover.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
           write outLine from policyLine after advancing 1 line.
           if awaitLeft is greater than 1
               compute cvCount = awaitLeft - 1
               write outLine from coversLine after advancing 1 line
           end-if.
           write outLine from blankLine after advancing 1 line.

    *>    every proposal this pass restated to, the latest and the
    *>    earlier ones folded under it, goes on the control file.
       writeControlRows.
           open extend controlFile.
           if fsControl is not equal to "00"
               open output controlFile
           end-if.
           if fsControl is not equal to "00"
               display "RESTATEMENT CONTROL WRITE FAILURE, STATUS "
                   fsControl " FILE " function trim(controlFileName)
                   " -- THE NEXT RUN REPLAYS AGAIN, HARMLESSLY."
               exit paragraph
           end-if.
           perform varying awaitIdx from 1 by 1
                   until awaitIdx is greater than awaitCount
               if awStruck(awaitIdx) is equal to zero
                   move awId(awaitIdx) to rcProposalId
                   move riDate to rcDate
                   move riTime to rcTime
                   move riJobId to rcJob
                   move policyId to rcCoveredBy
                   move recordsReplayed to rcReplayed
                   move restatedCount to rcRestated
                   write controlLine from controlRecord
               end-if
           end-perform.
           close controlFile.
