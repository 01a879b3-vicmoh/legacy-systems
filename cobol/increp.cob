    *>    monthly incident report: the register incopen.cob opens and
    *>    incmnt.cob works, read back for a month (INCREP_PERIOD_DD,
    *>    yyyymm, default the run date's month). every incident of the
    *>    month is listed with its step, abends, recovery and cause;
    *>    then, per step, the mean and worst time to recover -- from
    *>    the abended step's stop to the recovery incopen.cob stamped
    *>    off step history, or to the close where step history shows
    *>    none -- and the root causes per step, with any cause that
    *>    took the same step down more than once in the month called
    *>    out as a repeat. an incident not yet recovered or closed is
    *>    listed but left out of the means. a repeat cause is a
    *>    warning: return code 4 and an alert, so it is followed up
    *>    rather than rerun a third time.
       identification division.
       program-id. increp.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    same DYNAMIC/env-override convention as the rest of the tree.
       select incidentFile assign to dynamic incidentFileName
           organization is line sequential
           file status is fsIncident.
       select reportFile assign to dynamic reportFileName
           organization is line sequential
           file status is fsReport.

       data division.
       file section.
         fd incidentFile.
             01 incidentLine pic x(228).
         fd reportFile.
             01 reportLine pic x(132).

       working-storage section.
           77 incidentFileName pic x(99)
               value "./cobol/assets/incident.dat".
           77 reportFileName pic x(99) value "./increp.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsIncident pic xx.
           77 fsReport pic xx.
           77 eofFile pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 numvalCheck pic s9(4) usage is comp.
    *>    same override shape as accrep.cob's report period.
           77 reportPeriod pic 9(6).
           77 incidentsListed pic 9(7) value zero.
           77 openInPeriod pic 9(7) value zero.
           77 recoveredCount pic 9(7) value zero.
           77 repeatCount pic 9(7) value zero.
           77 totalRecoverSecs pic 9(11) value zero.
           77 failSecs pic 9(13).
           77 endSecs pic 9(13).
           77 recoverSecs pic 9(11).
           77 recoverMins pic 9(9).
           77 meanMins pic 9(9).
           77 endDate pic 9(8).
           77 endTime pic 9(6).
           77 timeHhmmss pic 9(6).
           77 timeSecs pic 9(5).
           77 awSeverity pic x.
           77 awMessage pic x(60).
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run.
           77 rsProgram pic x(9) value 'INCREP'.
           77 rsRc pic s9(4).
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
       COPY inccause REPLACING CAUSE-COUNT BY causeCount
                               CAUSE-VALUES BY causeValues
                               CAUSE-TABLE BY causeTable
                               CAUSE-ENTRY BY causeEntry
                               CAUSE-CODE BY causeCode
                               CAUSE-TEXT BY causeText.
           77 causeIdx pic 9(2).
    *>    per-step time to recover, linear-search-a-small-table, the
    *>    shape stephist.cob's stepTable uses.
           77 stepCount pic 9(4) value zero.
           77 stepIdx pic 9(4).
           77 stepFound pic 9(4).
       01 stepTable.
           02 stepEntry occurs 50 times.
               03 stName pic x(8).
               03 stIncidents pic 9(7).
               03 stRecovered pic 9(7).
               03 stTotalSecs pic 9(11).
               03 stWorstSecs pic 9(11).
    *>    per step and cause, for the repeats.
           77 pairCount pic 9(4) value zero.
           77 pairIdx pic 9(4).
           77 pairFound pic 9(4).
       01 pairTable.
           02 pairEntry occurs 200 times.
               03 prStep pic x(8).
               03 prCause pic x(4).
               03 prCount pic 9(7).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(23) value 'MONTHLY INCIDENT REPORT'.
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
       01 sectionLine.
           02 filler pic x value space.
           02 scTitle pic x(40).
       01 incidentHeaderLine.
           02 filler pic x value space.
           02 filler pic x(48) value
               'NUMBER JOB      DATE     STEP     ABENDS FAILED '.
           02 filler pic x(36) value
               'RECOVERED         MINS CAUSE  STATE'.
       01 incidentDetailLine.
           02 filler pic x value space.
           02 idNumber pic 9(6).
           02 filler pic x value space.
           02 idJob pic x(8).
           02 filler pic x value space.
           02 idDate pic 9(8).
           02 filler pic x value space.
           02 idStep pic x(8).
           02 filler pic x value space.
           02 idAbends pic z(5)9.
           02 filler pic x value space.
           02 idFailTime pic 9(6).
           02 filler pic x value space.
           02 idRecovered pic x(15).
           02 idMins pic z(6)9.
           02 filler pic x value space.
           02 idCause pic x(4).
           02 filler pic x(2) value spaces.
           02 idState pic x(6).
       01 resolutionLine.
           02 filler pic x(8) value spaces.
           02 rsLabel pic x(12).
           02 rsText pic x(60).
       01 stepHeaderLine.
           02 filler pic x value space.
           02 filler pic x(60) value
               'STEP     INCIDENTS RECOVERED  MEAN MINS WORST MINS'.
       01 stepLine.
           02 filler pic x value space.
           02 slName pic x(8).
           02 slIncidents pic z(9)9.
           02 slRecovered pic z(9)9.
           02 slMean pic z(10)9.
           02 slWorst pic z(10)9.
       01 pairHeaderLine.
           02 filler pic x value space.
           02 filler pic x(60) value
               'STEP     CAUSE                      INCIDENTS'.
       01 pairLine.
           02 filler pic x value space.
           02 plStep pic x(8).
           02 filler pic x value space.
           02 plCause pic x(4).
           02 filler pic x value space.
           02 plCauseText pic x(20).
           02 plCount pic z(9)9.
           02 filler pic x value space.
           02 plFlag pic x(9).
       01 nothingLine.
           02 filler pic x(3) value spaces.
           02 filler pic x(6) value '(NONE)'.
       01 summaryLine.
           02 filler pic x value space.
           02 smIncidents pic z(6)9.
           02 filler pic x(12) value ' INCIDENTS, '.
           02 smOpen pic z(6)9.
           02 filler pic x(22) value ' NOT YET RECOVERED,   '.
           02 filler pic x(25) value 'MEAN TIME TO RECOVER MINS'.
           02 smMean pic z(8)9.
           02 filler pic x(2) value ', '.
           02 smRepeats pic z(6)9.
           02 filler pic x(14) value ' REPEAT CAUSES'.

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           compute reportPeriod = function integer(riDate / 100).
           accept envOverride from environment "INCIDENT_DD".
           if envOverride is not equal to spaces
               move envOverride to incidentFileName
           end-if.
           call 'RGNCHK' using incidentFileName, runRegion.
           accept envOverride from environment "INCREP_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
    *>    report month override: a bad value keeps the run date's
    *>    month, same graceful-default style as the other parameters.
           accept envOverride from environment "INCREP_PERIOD_DD".
           if envOverride is not equal to spaces
               move function test-numval(envOverride) to numvalCheck
               if numvalCheck is equal to zero
                   move function numval(envOverride) to reportPeriod
               end-if
           end-if.
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
           move reportPeriod to riOutPeriod.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write reportLine from titleLine after advancing 0 lines.
           write reportLine from theUnderLine after advancing 1 line.
           write reportLine from runInfoLine after advancing 1 line.
           write reportLine from blankLine after advancing 1 line.
           move 'INCIDENTS IN THE PERIOD' to scTitle.
           write reportLine from sectionLine after advancing 1 line.
           write reportLine from incidentHeaderLine after advancing 1 line.
    *>    no register yet is a month with no incidents, not a failure.
           open input incidentFile.
           if fsIncident is equal to "00"
               move zero to eofFile
               perform until eofFile is equal to 1
                   read incidentFile
                       at end move 1 to eofFile
                       not at end perform noteIncident
                   end-read
               end-perform
               close incidentFile
           end-if.
           if incidentsListed is equal to zero
               write reportLine from nothingLine after advancing 1 line
           end-if.
           perform writeStepSection.
           perform writeCauseSection.
           if recoveredCount is greater than zero
               compute meanMins rounded =
                   totalRecoverSecs / recoveredCount / 60
           else
               move zero to meanMins
           end-if.
           move incidentsListed to smIncidents.
           move openInPeriod to smOpen.
           move meanMins to smMean.
           move repeatCount to smRepeats.
           write reportLine from summaryLine after advancing 2 lines.
           close reportFile.
           display "INCIDENT REPORT " reportPeriod ": " incidentsListed
               " INCIDENTS, MEAN TIME TO RECOVER " meanMins " MINS, "
               repeatCount " REPEAT CAUSES.".
           if repeatCount is greater than zero
               move 'W' to awSeverity
               move spaces to awMessage
               string "INCIDENT REPORT: " repeatCount
                      " REPEAT CAUSES ON A STEP THIS MONTH"
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
           call 'RUNSTAT' using rsProgram, rsRc, incidentsListed,
               repeatCount.
           move rsRc to return-code.

       noteIncident.
           move incidentLine to incidentRecord.
           if irNumber is not numeric or irDate is not numeric
               exit paragraph
           end-if.
           if irDate(1:6) is not equal to reportPeriod
               exit paragraph
           end-if.
           add 1 to incidentsListed.
           perform noteStepEntry.
           perform notePairEntry.
           move irNumber to idNumber.
           move irJob to idJob.
           move irDate to idDate.
           move irStep to idStep.
           move irAbends to idAbends.
           move irFailTime to idFailTime.
           move irCause to idCause.
           if irState is equal to 'C'
               move "CLOSED" to idState
           else
               move "OPEN" to idState
           end-if.
    *>    recovered at the completion step history shows, or failing
    *>    that at the close.
           move zero to endDate.
           if irRecoverDate is not equal to zero
               move irRecoverDate to endDate
               move irRecoverTime to endTime
           else
               if irState is equal to 'C' and irCloseDate is not equal
                       to zero
                   move irCloseDate to endDate
                   move irCloseTime to endTime
               end-if
           end-if.
           if endDate is equal to zero
               add 1 to openInPeriod
               move "NOT RECOVERED" to idRecovered
               move zero to idMins
           else
               move spaces to idRecovered
               string endDate delimited by size
                      " " delimited by size
                      endTime(1:4) delimited by size
                   into idRecovered
               move irFailTime to timeHhmmss
               perform timeToSeconds
               compute failSecs =
                   function integer-of-date(irDate) * 86400 + timeSecs
               move endTime to timeHhmmss
               perform timeToSeconds
               compute endSecs =
                   function integer-of-date(endDate) * 86400 + timeSecs
               if endSecs is greater than failSecs
                   compute recoverSecs = endSecs - failSecs
               else
                   move zero to recoverSecs
               end-if
               compute recoverMins rounded = recoverSecs / 60
               move recoverMins to idMins
               add 1 to recoveredCount
               add recoverSecs to totalRecoverSecs
               if stepFound is not equal to zero
                   add 1 to stRecovered(stepFound)
                   add recoverSecs to stTotalSecs(stepFound)
                   if recoverSecs is greater than stWorstSecs(stepFound)
                       move recoverSecs to stWorstSecs(stepFound)
                   end-if
               end-if
           end-if.
           write reportLine from incidentDetailLine
               after advancing 1 line.
           if irActions is not equal to spaces
               move 'ACTIONS:' to rsLabel
               move irActions to rsText
               write reportLine from resolutionLine
                   after advancing 1 line
           end-if.
           if irRerunJob is not equal to spaces
               move 'RERUN JOB:' to rsLabel
               move irRerunJob to rsText
               write reportLine from resolutionLine
                   after advancing 1 line
           end-if.
           if irResolution is not equal to spaces
               move 'RESOLUTION:' to rsLabel
               move irResolution to rsText
               write reportLine from resolutionLine
                   after advancing 1 line
           end-if.

       timeToSeconds.
           compute timeSecs =
               function integer(timeHhmmss / 10000) * 3600
               + function mod(function integer(timeHhmmss / 100), 100)
                   * 60
               + function mod(timeHhmmss, 100).

       noteStepEntry.
           move zero to stepFound.
           perform varying stepIdx from 1 by 1
                   until stepIdx is greater than stepCount
               if stName(stepIdx) is equal to irStep
                   move stepIdx to stepFound
                   exit perform
               end-if
           end-perform.
           if stepFound is equal to zero
               if stepCount is less than 50
                   add 1 to stepCount
                   move stepCount to stepFound
                   move irStep to stName(stepFound)
                   move zero to stIncidents(stepFound)
                   move zero to stRecovered(stepFound)
                   move zero to stTotalSecs(stepFound)
                   move zero to stWorstSecs(stepFound)
               end-if
           end-if.
           if stepFound is not equal to zero
               add 1 to stIncidents(stepFound)
           end-if.

    *>    an incident with no cause recorded yet counts under no cause
    *>    and is never a repeat.
       notePairEntry.
           move zero to pairFound.
           perform varying pairIdx from 1 by 1
                   until pairIdx is greater than pairCount
               if prStep(pairIdx) is equal to irStep
                       and prCause(pairIdx) is equal to irCause
                   move pairIdx to pairFound
                   exit perform
               end-if
           end-perform.
           if pairFound is equal to zero
               if pairCount is less than 200
                   add 1 to pairCount
                   move pairCount to pairFound
                   move irStep to prStep(pairFound)
                   move irCause to prCause(pairFound)
                   move zero to prCount(pairFound)
               end-if
           end-if.
           if pairFound is not equal to zero
               add 1 to prCount(pairFound)
           end-if.

       writeStepSection.
           move 'TIME TO RECOVER BY STEP' to scTitle.
           write reportLine from sectionLine after advancing 2 lines.
           write reportLine from stepHeaderLine after advancing 1 line.
           if stepCount is equal to zero
               write reportLine from nothingLine after advancing 1 line
           end-if.
           perform varying stepIdx from 1 by 1
                   until stepIdx is greater than stepCount
               move stName(stepIdx) to slName
               move stIncidents(stepIdx) to slIncidents
               move stRecovered(stepIdx) to slRecovered
               if stRecovered(stepIdx) is greater than zero
                   compute slMean rounded = stTotalSecs(stepIdx)
                       / stRecovered(stepIdx) / 60
                   compute slWorst rounded = stWorstSecs(stepIdx) / 60
               else
                   move zero to slMean
                   move zero to slWorst
               end-if
               write reportLine from stepLine after advancing 1 line
           end-perform.

       writeCauseSection.
           move 'ROOT CAUSES BY STEP' to scTitle.
           write reportLine from sectionLine after advancing 2 lines.
           write reportLine from pairHeaderLine after advancing 1 line.
           if pairCount is equal to zero
               write reportLine from nothingLine after advancing 1 line
           end-if.
           perform varying pairIdx from 1 by 1
                   until pairIdx is greater than pairCount
               move prStep(pairIdx) to plStep
               move prCause(pairIdx) to plCause
               move prCount(pairIdx) to plCount
               move spaces to plFlag
               if prCause(pairIdx) is equal to spaces
                   move 'NOT RECORDED' to plCauseText
               else
                   move 'UNKNOWN CODE' to plCauseText
                   perform varying causeIdx from 1 by 1
                           until causeIdx is greater than causeCount
                       if causeCode(causeIdx) is equal to prCause(pairIdx)
                           move causeText(causeIdx) to plCauseText
                           exit perform
                       end-if
                   end-perform
                   if prCount(pairIdx) is greater than 1
                       move '** REPEAT' to plFlag
                       add 1 to repeatCount
                   end-if
               end-if
               write reportLine from pairLine after advancing 1 line
           end-perform.
