    *>    page -- unworked cards sitting in the reject files
    *>    (rework.cob's backlog), out-of-balance batches open in the
    *>    tutorial2 suspense, the latest RUNSTAT completion record
    *>    per program with any nonzero return code, the
    *>    unacknowledged alerts, and the lots a supervisor has on hold
    *>    through lothold.cob, each with its age and reason -- a lot
    *>    held past the limit is marked and raises an alert -- and the
    *>    incidents still open on the register incopen.cob raises off
    *>    step history, whether or not the step has since recovered,
    *>    then takes the incoming operator's sign-off on screen and records
    *>    the acknowledgment. what the night shift knows now survives
    *>    the night shift going home.
       identification division.
       program-id. handover.

       data division.
       file section.
         fd scanFile.
             01 scanLine pic x(228).
         fd reportFile.
             01 outLine pic x(9999) value spaces.
         fd logFile.
           77 logFileName pic x(99)
               value "./cobol/assets/handover.log".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsScan pic xx.
           77 fsReport pic xx.
           77 fsLogFile pic xx.
           77 unackedCount pic 9(9) value zero.
           77 openItemTotal pic 9(9).
           77 incomingOperator pic x(8) value spaces.
    *>    lots on hold: a hold left longer than the limit in days
    *>    (LOTHOLD_ALERT_DAYS) is flagged and alerted on.
           77 holdFileName pic x(99)
               value "./cobol/assets/lothold.dat".
           77 heldLotCount pic 9(9) value zero.
           77 overdueHoldCount pic 9(9) value zero.
           77 holdAlertDays pic 9(4) value 5.
           77 daysHeld pic 9(5).
           77 numvalCheck pic s9(4) usage is comp.
           77 awSeverity pic x.
           77 awMessage pic x(60).
       COPY holdrec REPLACING HOLD-RECORD BY holdRecord
                              HOLD-LOT BY hrLot
                              HOLD-STATE BY hrState
                              HOLD-DATE BY hrDate
                              HOLD-OPERATOR BY hrOperator
                              HOLD-REASON BY hrReason
                              HOLD-RELEASE-DATE BY hrReleaseDate
                              HOLD-RELEASE-OPERATOR BY hrReleaseOperator.
    *>    open incidents off the register incmnt.cob works.
           77 incidentFileName pic x(99)
               value "./cobol/assets/incident.dat".
           77 openIncidentCount pic 9(9) value zero.
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
    *>    completion record for the console status board.
           77 rsProgram pic x(9) value 'HANDOVER'.
           77 rsRc pic s9(4).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(21) value 'SHIFT HANDOVER REPORT'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           02 adProgram pic x(9).
           02 filler pic x value space.
           02 adMessage pic x(60).
       01 holdHeaderLine.
           02 filler pic x value space.
           02 filler pic x(13) value 'LOTS ON HOLD:'.
       01 holdDetailLine.
           02 filler pic x value space.
           02 hdFlag pic xx.
           02 hdLot pic x(10).
           02 filler pic x(7) value ' SINCE '.
           02 hdDate pic 9(8).
           02 hdDays pic z(4)9.
           02 filler pic x(9) value ' DAYS BY '.
           02 hdOperator pic x(8).
           02 filler pic x value space.
           02 hdReason pic x(30).
       01 incidentHeaderLine.
           02 filler pic x value space.
           02 filler pic x(15) value 'OPEN INCIDENTS:'.
       01 incidentDetailLine.
           02 filler pic x(3) value spaces.
           02 idNumber pic 9(6).
           02 filler pic x value space.
           02 idJob pic x(8).
           02 filler pic x value space.
           02 idDate pic 9(8).
           02 filler pic x value space.
           02 idStep pic x(8).
           02 filler pic x(4) value ' RC '.
           02 idRc pic 9(4).
           02 filler pic x(8) value ' ABENDS '.
           02 idAbends pic zz9.
           02 filler pic x value space.
           02 idRecovered pic x(23).
           02 filler pic x value space.
           02 idCause pic x(4).
       01 nothingLine.
           02 filler pic x(3) value spaces.
           02 filler pic x(6) value '(NONE)'.
           if envOverride is not equal to spaces
               move envOverride to t1RejectFileName
           end-if.
           call 'RGNCHK' using t1RejectFileName, runRegion.
           accept envOverride from environment "PRIMES2_REJECT_DD".
           if envOverride is not equal to spaces
               move envOverride to p2RejectFileName
           end-if.
           call 'RGNCHK' using p2RejectFileName, runRegion.
           accept envOverride from environment "TUTORIAL2_SUSP_DD".
           if envOverride is not equal to spaces
               move envOverride to suspFileName
           end-if.
           call 'RGNCHK' using suspFileName, runRegion.
           accept envOverride from environment "RUNSTAT_DD".
           if envOverride is not equal to spaces
               move envOverride to statusFileName
           end-if.
           call 'RGNCHK' using statusFileName, runRegion.
           accept envOverride from environment "ALERTS_DD".
           if envOverride is not equal to spaces
               move envOverride to alertFileName
           end-if.
           call 'RGNCHK' using alertFileName, runRegion.
           accept envOverride from environment "HANDOVER_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           accept envOverride from environment "HANDOVER_LOG_DD".
           if envOverride is not equal to spaces
               move envOverride to logFileName
           end-if.
           call 'RGNCHK' using logFileName, runRegion.
           accept envOverride from environment "LOTHOLD_DD".
           if envOverride is not equal to spaces
               move envOverride to holdFileName
           end-if.
           call 'RGNCHK' using holdFileName, runRegion.
           accept envOverride from environment "INCIDENT_DD".
           if envOverride is not equal to spaces
               move envOverride to incidentFileName
           end-if.
           call 'RGNCHK' using incidentFileName, runRegion.
           accept envOverride from environment "LOTHOLD_ALERT_DAYS".
           if envOverride is not equal to spaces
               move function test-numval(envOverride) to numvalCheck
               if numvalCheck is equal to zero
                   move function numval(envOverride) to holdAlertDays
               end-if
           end-if.
           open output reportFile.
           if fsReport is not equal to "00"
               display "FILE OPEN FAILURE, REPORT STATUS " fsReport
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
           perform listSuspenseItems.
           perform listBadCompletions.
           perform listUnackedAlerts.
           perform listLotHolds.
           perform listOpenIncidents.

           compute openItemTotal = t1RejectCount + p2RejectCount
               + suspenseCount + badRcCount + unackedCount
               + heldLotCount + openIncidentCount.
           move openItemTotal to smTotal.
           write outLine from blankLine after advancing 1 line.
           write outLine from summaryLine after advancing 1 line.
               display "  (NONE)"
           end-if.

    *>    every lot still on hold, oldest hold first as lothold.cob
    *>    keeps them; one held past the limit is marked and alerted on,
    *>    after the alert list above so it shows there next shift.
       listLotHolds.
           write outLine from blankLine after advancing 1 line.
           write outLine from holdHeaderLine after advancing 1 line.
           display "LOTS ON HOLD:".
           move holdFileName to scanFileName.
           open input scanFile.
           if fsScan is equal to "00"
               move zero to eofScan
               perform until eofScan is equal to 1
                   read scanFile
                       at end move 1 to eofScan
                       not at end
                           move scanLine to holdRecord
                           if hrState is equal to 'H'
                               perform listOneLotHold
                           end-if
                   end-read
               end-perform
               close scanFile
           end-if.
           if heldLotCount is equal to zero
               write outLine from nothingLine after advancing 1 line
               display "  (NONE)"
           end-if.

       listOneLotHold.
           add 1 to heldLotCount.
           move zero to daysHeld.
           if hrDate is numeric and hrDate is not equal to zero
               compute daysHeld = function integer-of-date(riDate)
                   - function integer-of-date(hrDate)
           end-if.
           move spaces to hdFlag.
           if daysHeld is greater than holdAlertDays
               move '**' to hdFlag
               add 1 to overdueHoldCount
               move 'W' to awSeverity
               move spaces to awMessage
               string "LOT " delimited by size
                      hrLot delimited by space
                      " ON HOLD " delimited by size
                      daysHeld delimited by size
                      " DAYS, PAST THE HOLD LIMIT" delimited by size
                   into awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
           end-if.
           move hrLot to hdLot.
           move hrDate to hdDate.
           move daysHeld to hdDays.
           move hrOperator to hdOperator.
           move hrReason to hdReason.
           write outLine from holdDetailLine after advancing 1 line.
           display " " hdFlag hrLot " SINCE " hrDate " " daysHeld
               " DAYS " hrReason.

    *>    every incident not yet closed at incmnt.cob, oldest first as
    *>    the register keeps them, showing whether step history has
    *>    seen the step recover yet.
       listOpenIncidents.
           write outLine from blankLine after advancing 1 line.
           write outLine from incidentHeaderLine after advancing 1 line.
           display "OPEN INCIDENTS:".
           move incidentFileName to scanFileName.
           open input scanFile.
           if fsScan is equal to "00"
               move zero to eofScan
               perform until eofScan is equal to 1
                   read scanFile
                       at end move 1 to eofScan
                       not at end
                           move scanLine to incidentRecord
                           if irState is equal to 'O'
                               perform listOneIncident
                           end-if
                   end-read
               end-perform
               close scanFile
           end-if.
           if openIncidentCount is equal to zero
               write outLine from nothingLine after advancing 1 line
               display "  (NONE)"
           end-if.

       listOneIncident.
           add 1 to openIncidentCount.
           move irNumber to idNumber.
           move irJob to idJob.
           move irDate to idDate.
           move irStep to idStep.
           move irRc to idRc.
           move irAbends to idAbends.
           move irCause to idCause.
           if irRecoverDate is numeric and irRecoverDate is not equal
                   to zero
               move spaces to idRecovered
               string "RECOVERED " delimited by size
                      irRecoverDate delimited by size
                      " " delimited by size
                      irRecoverTime(1:4) delimited by size
                   into idRecovered
           else
               move "NOT RECOVERED" to idRecovered
           end-if.
           write outLine from incidentDetailLine after advancing 1 line.
           display "  " irNumber " " irJob " " irDate " " irStep
               " RC " irRc " " idRecovered.

    *>    append-only, same open-extend-else-output shape as the
    *>    change logs.
       writeLogRow.
