    *>    incident opener: a step that abends raises an alert, the alert
    *>    gets acknowledged on overview.cob and the night gets rerun,
    *>    and by the morning nothing says what broke or how long it took
    *>    to put right. this program keeps the incident register,
    *>    incident.dat, in step with step history: every stream step
    *>    that ended return code 8 on stephist.dat opens an incident,
    *>    keyed to the job id, run date and step, with a critical alert
    *>    that says how many times that step has gone down this month.
    *>    the same step abending again under the same job the same
    *>    night -- a restart that failed again -- counts onto the
    *>    incident it already has. and the first later completion of
    *>    the step below 8, under the same job or the rerun job the
    *>    operator recorded on incmnt.cob, is stamped on the incident
    *>    as its recovery, so time to recover comes off step history
    *>    rather than anyone's memory. the streams run it from run_step
    *>    the moment a step ends 8, and the nightly and month-end
    *>    streams run it again as a step of their own to pick up the
    *>    recoveries. every sweep reads the whole of step history and
    *>    comes to the same register, so running it twice changes
    *>    nothing. incmnt.cob is where the operator works an incident,
    *>    increp.cob reports on them monthly, and handover.cob lists
    *>    the ones still open.
       identification division.
       program-id. incopen.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    same DYNAMIC/env-override convention as the rest of the tree.
       select histFile assign to dynamic histFileName
           organization is line sequential
           file status is fsHist.
       select incidentFile assign to dynamic incidentFileName
           organization is line sequential
           file status is fsIncident.

       data division.
       file section.
         fd histFile.
             01 histLine pic x(80).
         fd incidentFile.
             01 incidentLine pic x(228).

       working-storage section.
           77 histFileName pic x(99) value "./cobol/assets/stephist.dat".
           77 incidentFileName pic x(99)
               value "./cobol/assets/incident.dat".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsHist pic xx.
           77 fsIncident pic xx.
           77 eofFile pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 recordsRead pic 9(9) value zero.
           77 newIncidents pic 9(9) value zero.
           77 recoveriesNoted pic 9(9) value zero.
           77 registerChanged pic 9 value zero.
           77 rewriteFailed pic 9 value zero.
           77 tableFull pic 9 value zero.
    *>    the register is rewritten whole under the INCIDENT enqueue,
    *>    the one incmnt.cob takes for its own rewrites, so a sweep and
    *>    an operator's update never overwrite each other.
           77 lkAction pic x.
           77 lkResource pic x(40) value 'INCIDENT'.
           77 lkResult pic x.
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run.
           77 rsProgram pic x(9) value 'INCOPEN'.
           77 rsRc pic s9(4).
           77 awSeverity pic x.
           77 awMessage pic x(60).
    *>    one step-history record, stephist.cob's layout.
       01 histRecordIn.
           02 hiJob pic x(8).
           02 filler pic x.
           02 hiDate pic x(8).
           02 filler pic x.
           02 hiStep pic x(8).
           02 filler pic x.
           02 hiStart pic x(6).
           02 filler pic x.
           02 hiStop pic x(6).
           02 filler pic x.
           02 hiRc pic x(4).
           02 filler pic x.
           02 hiDur pic x(6).
           02 filler pic x.
           02 hiRestart pic x.
           02 filler pic x(25).
           77 rowDate pic 9(8).
           77 rowStop pic 9(6).
           77 rowRc pic 9(4).
           77 rowStamp pic 9(14).
           77 failStamp pic 9(14).
           77 recoverStamp pic 9(14).
       COPY increc REPLACING INCIDENT-RECORD BY incidentRecord
                             INCIDENT-NUMBER BY irNumber
                             INCIDENT-STATE BY irState
                             INCIDENT-JOB BY irJob
                             INCIDENT-DATE BY irDate
                             INCIDENT-STEP BY irStep
                             INCIDENT-FAIL-TIME BY irFailTime
                             INCIDENT-RC BY irRc
                             INCIDENT-ABENDS BY irAbends
                             INCIDENT-RECOVER-DATE BY irRecoverDate
                             INCIDENT-RECOVER-TIME BY irRecoverTime
                             INCIDENT-RERUN-JOB BY irRerunJob
                             INCIDENT-CAUSE BY irCause
                             INCIDENT-ACTIONS BY irActions
                             INCIDENT-RESOLUTION BY irResolution
                             INCIDENT-CLOSE-DATE BY irCloseDate
                             INCIDENT-CLOSE-TIME BY irCloseTime
                             INCIDENT-OPERATOR BY irOperator.
    *>    the register in memory, plus what this sweep has seen of
    *>    each incident: the abend rows it matched and whether the
    *>    sweep opened it.
           77 incidentCount pic 9(4) value zero.
           77 incidentIdx pic 9(4).
           77 foundIdx pic 9(4).
           77 highNumber pic 9(6) value zero.
           77 monthCount pic 9(4).
       01 incidentTable.
           02 incidentEntry occurs 2000 times.
               03 itNumber pic 9(6).
               03 itState pic x.
               03 itJob pic x(8).
               03 itDate pic 9(8).
               03 itStep pic x(8).
               03 itFailTime pic 9(6).
               03 itRc pic 9(4).
               03 itAbends pic 9(3).
               03 itRecoverDate pic 9(8).
               03 itRecoverTime pic 9(6).
               03 itRerunJob pic x(8).
               03 itCause pic x(4).
               03 itActions pic x(60).
               03 itResolution pic x(60).
               03 itCloseDate pic 9(8).
               03 itCloseTime pic 9(6).
               03 itOperator pic x(8).
               03 itSeen pic 9(3).
               03 itOpened pic x.

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept envOverride from environment "STEPHIST_DD".
           if envOverride is not equal to spaces
               move envOverride to histFileName
           end-if.
           call 'RGNCHK' using histFileName, runRegion.
           accept envOverride from environment "INCIDENT_DD".
           if envOverride is not equal to spaces
               move envOverride to incidentFileName
           end-if.
           call 'RGNCHK' using incidentFileName, runRegion.
    *>    an operator mid-save holds the register for a moment; the
    *>    next sweep finds anything this one had to leave.
           move 'L' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if lkResult is equal to 'B'
               display "INCIDENT REGISTER BUSY, NOTHING OPENED -- THE "
                   "NEXT SWEEP PICKS IT UP."
               move 4 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform loadIncidentTable.
           perform sweepStepHistory.
           if registerChanged is equal to 1
               perform rewriteIncidentFile
           end-if.
           move 'U' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if rewriteFailed is equal to zero
               perform alertNewIncidents
           end-if.
           display "INCIDENT SWEEP COMPLETE: " recordsRead
               " STEP RECORDS, " newIncidents " INCIDENTS OPENED, "
               recoveriesNoted " RECOVERIES NOTED.".
    *>    a register that couldn't be written loses the incidents:
    *>    stop. an incident opened is a warning, the same as any step
    *>    that leaves something for the operator to look at.
           if rewriteFailed is equal to 1
               move 8 to return-code
           else if newIncidents is greater than zero
                   or tableFull is equal to 1
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           end-if.
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           call 'RUNSTAT' using rsProgram, rsRc, recordsRead,
               newIncidents.
           move rsRc to return-code.

       loadIncidentTable.
           open input incidentFile.
           if fsIncident is equal to "00"
               move zero to eofFile
               perform until eofFile is equal to 1
                   read incidentFile
                       at end move 1 to eofFile
                       not at end perform addLoadedIncident
                   end-read
               end-perform
               close incidentFile
           else
               display "NO INCIDENT REGISTER YET, STARTING ONE AT "
                   function trim(incidentFileName)
           end-if.

       addLoadedIncident.
           move incidentLine to incidentRecord.
           if irNumber is not numeric
               exit paragraph
           end-if.
           if incidentCount is equal to 2000
               display "INCIDENT TABLE FULL AT 2000, REGISTER NOT "
                   "REWRITTEN."
               move 1 to tableFull
               exit paragraph
           end-if.
           add 1 to incidentCount.
           move irNumber to itNumber(incidentCount).
           move irState to itState(incidentCount).
           move irJob to itJob(incidentCount).
           move irDate to itDate(incidentCount).
           move irStep to itStep(incidentCount).
           move irFailTime to itFailTime(incidentCount).
           move irRc to itRc(incidentCount).
           move irAbends to itAbends(incidentCount).
           move irRecoverDate to itRecoverDate(incidentCount).
           move irRecoverTime to itRecoverTime(incidentCount).
           move irRerunJob to itRerunJob(incidentCount).
           move irCause to itCause(incidentCount).
           move irActions to itActions(incidentCount).
           move irResolution to itResolution(incidentCount).
           move irCloseDate to itCloseDate(incidentCount).
           move irCloseTime to itCloseTime(incidentCount).
           move irOperator to itOperator(incidentCount).
           move zero to itSeen(incidentCount).
           move 'N' to itOpened(incidentCount).
           if irNumber is greater than highNumber
               move irNumber to highNumber
           end-if.

    *>    step history is appended as the steps finish, so it reads in
    *>    time order: an abend is always met before the completion
    *>    that recovers it.
       sweepStepHistory.
           open input histFile.
           if fsHist is not equal to "00"
               display "NO STEP HISTORY ON FILE, STATUS " fsHist
                   " FILE " function trim(histFileName)
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read histFile
                   at end move 1 to eofFile
                   not at end perform noteStepRecord
               end-read
           end-perform.
           close histFile.

       noteStepRecord.
           move histLine to histRecordIn.
           add 1 to recordsRead.
           if hiDate is not numeric or hiStop is not numeric
                   or hiRc is not numeric
               exit paragraph
           end-if.
           move hiDate to rowDate.
           move hiStop to rowStop.
           move hiRc to rowRc.
           compute rowStamp = rowDate * 1000000 + rowStop.
           if rowRc is not less than 8
               perform noteAbendRow
           else
               perform noteCompletionRow
           end-if.

    *>    a step that ended 8: its incident, opened now if this is the
    *>    first the register has heard of it.
       noteAbendRow.
           move zero to foundIdx.
           perform varying incidentIdx from 1 by 1
                   until incidentIdx is greater than incidentCount
               if itJob(incidentIdx) is equal to hiJob
                       and itDate(incidentIdx) is equal to rowDate
                       and itStep(incidentIdx) is equal to hiStep
                   move incidentIdx to foundIdx
                   exit perform
               end-if
           end-perform.
           if foundIdx is equal to zero
               if incidentCount is equal to 2000
                   move 1 to tableFull
                   exit paragraph
               end-if
               add 1 to incidentCount
               move incidentCount to foundIdx
               add 1 to highNumber
               initialize incidentEntry(foundIdx)
               move highNumber to itNumber(foundIdx)
               move 'O' to itState(foundIdx)
               move hiJob to itJob(foundIdx)
               move rowDate to itDate(foundIdx)
               move hiStep to itStep(foundIdx)
               move rowStop to itFailTime(foundIdx)
               move rowRc to itRc(foundIdx)
               move 'Y' to itOpened(foundIdx)
               add 1 to newIncidents
               move 1 to registerChanged
           end-if.
    *>    the abend count is the rows seen this sweep; a count the
    *>    retention trim has since cut short of the register's is
    *>    left as the register has it.
           add 1 to itSeen(foundIdx).
           if itSeen(foundIdx) is greater than itAbends(foundIdx)
               move itSeen(foundIdx) to itAbends(foundIdx)
               move 1 to registerChanged
           end-if.
           if rowRc is greater than itRc(foundIdx)
               move rowRc to itRc(foundIdx)
               move 1 to registerChanged
           end-if.
    *>    an abend after the stamped recovery means the step didn't
    *>    stay recovered: the recovery waits for the next completion.
           if itRecoverDate(foundIdx) is not equal to zero
               compute recoverStamp = itRecoverDate(foundIdx) * 1000000
                   + itRecoverTime(foundIdx)
               if rowStamp is greater than recoverStamp
                   move zero to itRecoverDate(foundIdx)
                   move zero to itRecoverTime(foundIdx)
                   move 1 to registerChanged
               end-if
           end-if.

    *>    a step that completed: the recovery of any incident on the
    *>    same step, under the incident's job or its rerun job, that
    *>    failed before it and has no recovery yet.
       noteCompletionRow.
           perform varying incidentIdx from 1 by 1
                   until incidentIdx is greater than incidentCount
               if itRecoverDate(incidentIdx) is equal to zero
                       and itStep(incidentIdx) is equal to hiStep
                   if itJob(incidentIdx) is equal to hiJob
                           or (itRerunJob(incidentIdx) is not equal to
                               spaces and itRerunJob(incidentIdx) is
                               equal to hiJob)
                       compute failStamp = itDate(incidentIdx) * 1000000
                           + itFailTime(incidentIdx)
                       if rowStamp is greater than failStamp
                           move rowDate to itRecoverDate(incidentIdx)
                           move rowStop to itRecoverTime(incidentIdx)
                           add 1 to recoveriesNoted
                           move 1 to registerChanged
                       end-if
                   end-if
               end-if
           end-perform.

    *>    written back whole, oldest incident first, the way it was
    *>    read.
       rewriteIncidentFile.
           if tableFull is equal to 1
               display "INCIDENT TABLE FULL AT 2000, REGISTER NOT "
                   "REWRITTEN -- ARCHIVE THE CLOSED INCIDENTS."
               move 1 to rewriteFailed
               exit paragraph
           end-if.
           open output incidentFile.
           if fsIncident is not equal to "00"
               display "INCIDENT REGISTER WRITE FAILURE, STATUS "
                   fsIncident " FILE " function trim(incidentFileName)
               move 1 to rewriteFailed
               exit paragraph
           end-if.
           perform varying incidentIdx from 1 by 1
                   until incidentIdx is greater than incidentCount
               move spaces to incidentRecord
               move itNumber(incidentIdx) to irNumber
               move itState(incidentIdx) to irState
               move itJob(incidentIdx) to irJob
               move itDate(incidentIdx) to irDate
               move itStep(incidentIdx) to irStep
               move itFailTime(incidentIdx) to irFailTime
               move itRc(incidentIdx) to irRc
               move itAbends(incidentIdx) to irAbends
               move itRecoverDate(incidentIdx) to irRecoverDate
               move itRecoverTime(incidentIdx) to irRecoverTime
               move itRerunJob(incidentIdx) to irRerunJob
               move itCause(incidentIdx) to irCause
               move itActions(incidentIdx) to irActions
               move itResolution(incidentIdx) to irResolution
               move itCloseDate(incidentIdx) to irCloseDate
               move itCloseTime(incidentIdx) to irCloseTime
               move itOperator(incidentIdx) to irOperator
               write incidentLine from incidentRecord
           end-perform.
           close incidentFile.

    *>    one critical alert per incident opened, with the count of
    *>    the step's incidents this calendar month up to and including
    *>    this one -- the register is in the order the incidents were
    *>    opened, so the third time this month is on the alert, not a
    *>    hunch.
       alertNewIncidents.
           perform varying foundIdx from 1 by 1
                   until foundIdx is greater than incidentCount
               if itOpened(foundIdx) is equal to 'Y'
                   perform alertOneIncident
               end-if
           end-perform.

       alertOneIncident.
           move zero to monthCount.
           perform varying incidentIdx from 1 by 1
                   until incidentIdx is greater than foundIdx
               if itStep(incidentIdx) is equal to itStep(foundIdx)
                       and itDate(incidentIdx)(1:6) is equal to
                           itDate(foundIdx)(1:6)
                   add 1 to monthCount
               end-if
           end-perform.
           move 'C' to awSeverity.
           move spaces to awMessage.
           string "INCIDENT " delimited by size
                  itNumber(foundIdx) delimited by size
                  " " delimited by size
                  itJob(foundIdx) delimited by space
                  " " delimited by size
                  itStep(foundIdx) delimited by space
                  " RC " delimited by size
                  itRc(foundIdx) delimited by size
                  ", " delimited by size
                  monthCount delimited by size
                  " THIS MONTH" delimited by size
               into awMessage.
           call 'ALERTWTR' using rsProgram, awSeverity, awMessage.
           display "INCIDENT " itNumber(foundIdx) " OPENED: "
               itJob(foundIdx) " " itDate(foundIdx) " "
               itStep(foundIdx) " RC " itRc(foundIdx) ", "
               monthCount " FOR THE STEP THIS MONTH.".
