    *>    incident maintenance: incopen.cob opens an incident on the
    *>    register, incident.dat, for every stream step that ends
    *>    return code 8, and stamps the recovery off step history. the
    *>    rest of the story is the operator's and is kept here: the
    *>    actions taken, the rerun or restart job that brought the
    *>    night back, the root-cause category off inccause.cpy and the
    *>    resolution. closing an incident takes a cause and a
    *>    resolution, and stamps who closed it and when -- a step with
    *>    no recovery on step history is taken as recovered at the
    *>    close. increp.cob reports the month's incidents, time to
    *>    recover and repeat causes per step, and handover.cob lists
    *>    the ones still open. every update and close goes on a change
    *>    log with operator, incident and cause. working an incident is
    *>    operator work, the same as the registry workbench: same
    *>    screen-section maintenance style and operator gate as
    *>    regcor.cob.
       identification division.
       program-id. incmnt.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    same INCIDENT_DD override incopen.cob writes by.
       select incidentFile assign to dynamic incidentFileName
           organization is line sequential
           file status is fsIncident.
       select logFile assign to dynamic logFileName
           organization is line sequential
           file status is fsLogFile.

       data division.
       file section.
         fd incidentFile.
             01 incidentLine pic x(228).
         fd logFile.
             01 logLine pic x(99).

       working-storage section.
           77 incidentFileName pic x(99)
               value "./cobol/assets/incident.dat".
           77 logFileName pic x(99) value "./cobol/assets/incmnt.log".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsIncident pic xx.
           77 fsLogFile pic xx.
           77 eofFile pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 changingOperator pic x(8) value spaces.
           77 menuChoice pic x value space.
           77 gatePassword pic x(8) value spaces.
           77 gateRequiredRole pic x value 'O'.
           77 gateResult pic x.
    *>    the sweep in incopen.cob can open an incident while a session
    *>    is up: every change takes the INCIDENT enqueue, reloads the
    *>    register, applies itself to what is on disk and writes it
    *>    back whole, so a sweep's incidents are never written over.
           77 lkAction pic x.
           77 lkResource pic x(40) value 'INCIDENT'.
           77 lkResult pic x.
           77 rewriteOk pic 9.
           77 tableTruncated pic 9 value zero.
    *>    the register in memory, one record image per incident, the
    *>    way regcor.cob holds its open items.
           77 incidentCount pic 9(4) value zero.
           77 incidentIdx pic 9(4).
           77 pickIdx pic 9(4).
           77 openCount pic 9(4).
           77 itemsListed pic 9(4).
       01 incidentTable.
           02 incidentEntry occurs 2000 times.
               03 itLine pic x(228).
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
           77 causeFound pic 9(2).
    *>    entry form fields, validated before anything is written.
           77 entryNumber pic x(6) value spaces.
           77 entryActions pic x(60) value spaces.
           77 entryRerunJob pic x(8) value spaces.
           77 entryCause pic x(4) value spaces.
           77 entryResolution pic x(60) value spaces.
           77 pickNumber pic 9(6).
           77 numvalCheck pic s9(4) usage is comp.
       01 logRecord.
           02 lgDate pic 9(8).
           02 filler pic x value space.
           02 lgTime pic 9(8).
           02 filler pic x value space.
           02 lgOperator pic x(8).
           02 filler pic x value space.
           02 lgAction pic x(8).
           02 filler pic x value space.
           02 lgNumber pic 9(6).
           02 filler pic x value space.
           02 lgStep pic x(8).
           02 filler pic x value space.
           02 lgCause pic x(4).
           02 filler pic x value space.
           02 lgResolution pic x(40).
       01 listLine.
           02 llNumber pic 9(6).
           02 filler pic x value space.
           02 llJob pic x(8).
           02 filler pic x value space.
           02 llDate pic 9(8).
           02 filler pic x value space.
           02 llStep pic x(8).
           02 filler pic x value space.
           02 llRc pic z(3)9.
           02 llAbends pic z(3)9.
           02 filler pic x value space.
           02 llRecovered pic x(15).
           02 filler pic x value space.
           02 llCause pic x(4).
           02 filler pic x value space.
           02 llState pic x(6).

       linkage section.
       screen section.
       01 operatorScreen.
           02 blank screen.
           02 line 1 column 1 value "INCIDENT MAINTENANCE".
           02 line 3 column 1 value "YOUR OPERATOR ID: ".
           02 line 3 column 19 pic x(8) using changingOperator.
       01 pickScreen.
           02 line 10 column 1 value "INCIDENT NUMBER:      ".
           02 line 10 column 23 pic x(6) using entryNumber.
       01 updateScreen.
           02 line 12 column 1 value "ACTIONS TAKEN:        ".
           02 line 12 column 23 pic x(60) using entryActions.
           02 line 13 column 1 value "RERUN/RESTART JOB:    ".
           02 line 13 column 23 pic x(8) using entryRerunJob.
           02 line 14 column 1 value "ROOT CAUSE:           ".
           02 line 14 column 23 pic x(4) using entryCause.
           02 line 15 column 1 value "RESOLUTION:           ".
           02 line 15 column 23 pic x(60) using entryResolution.

       procedure division.
       main-routine section.
       main-para.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept envOverride from environment "INCIDENT_DD".
           if envOverride is not equal to spaces
               move envOverride to incidentFileName
           end-if.
           call 'RGNCHK' using incidentFileName, runRegion.
           accept envOverride from environment "INCMNT_LOG_DD".
           if envOverride is not equal to spaces
               move envOverride to logFileName
           end-if.
           call 'RGNCHK' using logFileName, runRegion.
           display operatorScreen.
           accept operatorScreen.
           if changingOperator is equal to spaces
               move "OPERATOR" to changingOperator
           end-if.
           display "Your password: ".
           accept gatePassword.
           call 'AUTHCHK' using changingOperator, gatePassword,
               gateRequiredRole, gateResult.
           if gateResult is not equal to 'Y'
               display "ACCESS DENIED. INCIDENT MAINTENANCE "
                   "REQUIRES AN OPERATOR SIGNON."
               move 8 to return-code
               goback
           end-if.
           perform loadIncidentTable.
           perform until menuChoice is equal to "x"
                   or menuChoice is equal to "X"
               perform countOpenIncidents
               display " "
               display "-------------------------------------------------"
               display "INCIDENT MAINTENANCE (" openCount
                   " INCIDENTS OPEN)"
               display "l -> List open incidents."
               display "a -> List all incidents."
               display "u -> Update an incident (actions, rerun job, "
                   "cause)."
               display "c -> Close an incident."
               display "x -> Exit."
               display "-------------------------------------------------"
               display "enter an option:"
               accept menuChoice
               if menuChoice is equal to "l" or menuChoice is equal to "L"
                   perform listOpenIncidents
               else if menuChoice is equal to "a"
                       or menuChoice is equal to "A"
                   perform listAllIncidents
               else if menuChoice is equal to "u"
                       or menuChoice is equal to "U"
                   perform updateIncident
               else if menuChoice is equal to "c"
                       or menuChoice is equal to "C"
                   perform closeIncident
               else if menuChoice is not equal to "x" and
                       menuChoice is not equal to "X"
                   display "INVALID OPTION, TRY AGAIN."
               end-if
           end-perform.
           display "Terminating program...".
           display "Good bye.".
           goback.

       loadIncidentTable.
           move zero to incidentCount.
           move zero to tableTruncated.
           open input incidentFile.
           if fsIncident is not equal to "00"
               display "NO INCIDENTS ON FILE AT "
                   function trim(incidentFileName)
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read incidentFile
                   at end move 1 to eofFile
                   not at end
                       if incidentCount is less than 2000
                           add 1 to incidentCount
                           move incidentLine to itLine(incidentCount)
                       else
                           display "INCIDENT REGISTER LARGER THAN "
                               "2000, TAIL NOT SHOWN."
                           move 1 to tableTruncated
                           move 1 to eofFile
                       end-if
               end-read
           end-perform.
           close incidentFile.

       countOpenIncidents.
           move zero to openCount.
           perform varying incidentIdx from 1 by 1
                   until incidentIdx is greater than incidentCount
               move itLine(incidentIdx) to incidentRecord
               if irState is equal to 'O'
                   add 1 to openCount
               end-if
           end-perform.

       listOpenIncidents.
           perform showListHeader.
           move zero to itemsListed.
           perform varying incidentIdx from 1 by 1
                   until incidentIdx is greater than incidentCount
               move itLine(incidentIdx) to incidentRecord
               if irState is equal to 'O'
                   perform showIncidentEntry
               end-if
           end-perform.
           if itemsListed is equal to zero
               display "  (NONE)"
           end-if.

       listAllIncidents.
           perform showListHeader.
           move zero to itemsListed.
           perform varying incidentIdx from 1 by 1
                   until incidentIdx is greater than incidentCount
               move itLine(incidentIdx) to incidentRecord
               perform showIncidentEntry
           end-perform.
           if itemsListed is equal to zero
               display "  (NONE)"
           end-if.

       showListHeader.
           display " ".
           display "NUMBER JOB      DATE     STEP       RC  AB "
               "RECOVERED       CAUSE STATE".

       showIncidentEntry.
           add 1 to itemsListed.
           move irNumber to llNumber.
           move irJob to llJob.
           move irDate to llDate.
           move irStep to llStep.
           move irRc to llRc.
           move irAbends to llAbends.
           if irRecoverDate is equal to zero
               move "NOT YET" to llRecovered
           else
               move spaces to llRecovered
               string irRecoverDate delimited by size
                      " " delimited by size
                      irRecoverTime(1:4) delimited by size
                   into llRecovered
           end-if.
           move irCause to llCause.
           if irState is equal to 'O'
               move "OPEN" to llState
           else
               move "CLOSED" to llState
           end-if.
           display listLine.

    *>    the incident whose number was keyed, by number rather than
    *>    by place, since the register may have grown underneath.
       findIncident.
           move zero to pickIdx.
           perform varying incidentIdx from 1 by 1
                   until incidentIdx is greater than incidentCount
               move itLine(incidentIdx) to incidentRecord
               if irNumber is equal to pickNumber
                   move incidentIdx to pickIdx
                   exit perform
               end-if
           end-perform.

       pickIncident.
           move zero to pickIdx.
           move spaces to entryNumber.
           display pickScreen.
           accept pickScreen.
           move function test-numval(entryNumber) to numvalCheck.
           if numvalCheck is not equal to zero
                   or entryNumber is equal to spaces
               display "NOT AN INCIDENT NUMBER: " entryNumber
               exit paragraph
           end-if.
           move function numval(entryNumber) to pickNumber.
           perform findIncident.
           if pickIdx is equal to zero
               display "NO INCIDENT " pickNumber " ON FILE."
               exit paragraph
           end-if.
           perform showIncidentDetail.

       showIncidentDetail.
           display " ".
           display "INCIDENT " irNumber ": " irJob " " irDate " "
               irStep " RC " irRc " AT " irFailTime ", " irAbends
               " ABEND(S)".
           if irRecoverDate is equal to zero
               display "  NO RECOVERY ON STEP HISTORY YET"
           else
               display "  RECOVERED " irRecoverDate " " irRecoverTime
           end-if.
           if irState is equal to 'C'
               display "  CLOSED " irCloseDate " " irCloseTime " BY "
                   irOperator
           end-if.

       showCauseList.
           display "ROOT CAUSES:".
           perform varying causeIdx from 1 by 1
                   until causeIdx is greater than causeCount
               display "  " causeCode(causeIdx) " " causeText(causeIdx)
           end-perform.

       findCause.
           move zero to causeFound.
           perform varying causeIdx from 1 by 1
                   until causeIdx is greater than causeCount
               if causeCode(causeIdx) is equal to entryCause
                   move causeIdx to causeFound
                   exit perform
               end-if
           end-perform.

    *>    actions, rerun job and cause can be filled in as the night
    *>    goes on; the form comes up holding what is on file, so a
    *>    field left alone keeps its value.
       updateIncident.
           perform pickIncident.
           if pickIdx is equal to zero
               exit paragraph
           end-if.
           if irState is equal to 'C'
               display "INCIDENT ALREADY CLOSED, NOTHING CHANGED."
               exit paragraph
           end-if.
           perform showCauseList.
           perform takeEntryForm.
           if entryCause is not equal to spaces
               perform findCause
               if causeFound is equal to zero
                   display "NO ROOT CAUSE " entryCause
                       ", NOTHING CHANGED."
                   exit paragraph
               end-if
           end-if.
           move "UPDATE  " to lgAction.
           perform applyUnderLock.
           if rewriteOk is equal to 1
               display "INCIDENT " pickNumber " UPDATED."
           end-if.

    *>    a close needs the cause and the resolution; it is stamped
    *>    with who closed it and when.
       closeIncident.
           perform pickIncident.
           if pickIdx is equal to zero
               exit paragraph
           end-if.
           if irState is equal to 'C'
               display "INCIDENT ALREADY CLOSED, NOTHING CHANGED."
               exit paragraph
           end-if.
           perform showCauseList.
           perform takeEntryForm.
           if entryCause is equal to spaces
               display "ROOT CAUSE REQUIRED TO CLOSE, NOTHING CHANGED."
               exit paragraph
           end-if.
           perform findCause.
           if causeFound is equal to zero
               display "NO ROOT CAUSE " entryCause ", NOTHING CHANGED."
               exit paragraph
           end-if.
           if entryResolution is equal to spaces
               display "RESOLUTION REQUIRED TO CLOSE, NOTHING CHANGED."
               exit paragraph
           end-if.
           move "CLOSE   " to lgAction.
           perform applyUnderLock.
           if rewriteOk is equal to 1
               display "INCIDENT " pickNumber " CLOSED."
           end-if.

       takeEntryForm.
           move irActions to entryActions.
           move irRerunJob to entryRerunJob.
           move irCause to entryCause.
           move irResolution to entryResolution.
           display updateScreen.
           accept updateScreen.
           move function upper-case(entryCause) to entryCause.
           move function upper-case(entryRerunJob) to entryRerunJob.

    *>    the change goes onto the register as it stands on disk now,
    *>    not as it stood when the session loaded it.
       applyUnderLock.
           move zero to rewriteOk.
           move 'L' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if lkResult is equal to 'B'
               display "INCIDENT REGISTER BUSY, CHANGE NOT WRITTEN -- "
                   "TRY AGAIN SHORTLY."
               exit paragraph
           end-if.
           perform loadIncidentTable.
           perform findIncident.
    *>    a register only partly in memory can't be written back whole
    *>    without losing its tail.
           if tableTruncated is equal to 1
               display "INCIDENT REGISTER NOT WRITTEN -- ARCHIVE THE "
                   "CLOSED INCIDENTS."
           else if pickIdx is equal to zero
               display "INCIDENT " pickNumber " NO LONGER ON FILE, "
                   "NOTHING CHANGED."
           else
               if irState is equal to 'C'
                   display "INCIDENT " pickNumber " WAS CLOSED "
                       "MEANWHILE, NOTHING CHANGED."
               else
                   move entryActions to irActions
                   move entryRerunJob to irRerunJob
                   move entryCause to irCause
                   move entryResolution to irResolution
                   if lgAction is equal to "CLOSE   "
                       move 'C' to irState
                       move riDate to irCloseDate
                       accept riTime from time
                       move riTime(1:6) to irCloseTime
                       move changingOperator to irOperator
                   end-if
                   move incidentRecord to itLine(pickIdx)
                   perform rewriteIncidentFile
               end-if
           end-if
           end-if.
           move 'U' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if rewriteOk is equal to 1
               perform writeLogRow
           end-if.

       rewriteIncidentFile.
           open output incidentFile.
           if fsIncident is not equal to "00"
               display "INCIDENT REGISTER WRITE FAILURE, STATUS "
                   fsIncident " FILE " function trim(incidentFileName)
           else
               perform varying incidentIdx from 1 by 1
                       until incidentIdx is greater than incidentCount
                   write incidentLine from itLine(incidentIdx)
               end-perform
               close incidentFile
               move 1 to rewriteOk
           end-if.

    *>    append-only, same open-extend-else-output shape as the other
    *>    change logs.
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
               move changingOperator to lgOperator
               move irNumber to lgNumber
               move irStep to lgStep
               move irCause to lgCause
               move irResolution to lgResolution
               write logLine from logRecord
               close logFile
           end-if.
