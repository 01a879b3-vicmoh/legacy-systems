    *>    lot hold and release: when a department calls to say a lot
    *>    went out with bad data, classification has usually already
    *>    run, and by morning its results have gone out through the
    *>    registry extract, the department bursts and the chargeback.
    *>    a supervisor puts the lot on hold here, with a reason, on
    *>    lothold.dat. a held lot is still classified and audited as
    *>    always; regext.cob, burst.cob and chargebk.cob leave its rows
    *>    out and queue them on their own withheld files, and let them
    *>    flow on their next cycle once the lot is released here.
    *>    lotinq.cob shows the hold on the lot, and handover.cob lists
    *>    every lot still held and raises an alert on any held too
    *>    long. every hold and release goes on a change log with date,
    *>    time, operator and reason. same screen-section maintenance
    *>    style and supervisor gate as blkmnt.cob.
       identification division.
       program-id. lothold.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    same LOTHOLD_DD override the distribution programs read by.
       select holdFile assign to dynamic holdFileName
           organization is line sequential
           file status is fsHold.
    *>    append-only change log, separate from the file itself so the
    *>    record of a change survives the next change.
       select logFile assign to dynamic logFileName
           organization is line sequential
           file status is fsLogFile.

       data division.
       file section.
         fd holdFile.
             01 holdLine pic x(80).
         fd logFile.
             01 logLine pic x(99).

       working-storage section.
           77 holdFileName pic x(99)
               value "./cobol/assets/lothold.dat".
           77 logFileName pic x(99)
               value "./cobol/assets/lothold.log".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsHold pic xx.
           77 fsLogFile pic xx.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
    *>    the operator making the changes, keyed once at startup and
    *>    stamped on every hold, release and change-log row.
           77 changingOperator pic x(8) value spaces.
           77 menuChoice pic x value space.
    *>    a hold stops results reaching the registry, the departments
    *>    and finance: supervisor role required, proven through
    *>    AUTHCHK before the menu opens.
           77 gatePassword pic x(8) value spaces.
           77 gateRequiredRole pic x value 'S'.
           77 gateResult pic x.
    *>    in-memory copy of the holds, written back whole after every
    *>    change, the same rewrite-the-whole-file approach blkmnt.cob
    *>    takes.
           77 holdCount pic 9(4) value zero.
           77 holdIdx pic 9(4).
           77 foundIdx pic 9(4).
           77 heldNow pic 9(4).
           77 daysHeld pic 9(5).
       01 holdTable.
           02 holdEntry occurs 500 times.
               03 htLot pic x(10).
               03 htState pic x.
               03 htDate pic 9(8).
               03 htOperator pic x(8).
               03 htReason pic x(30).
               03 htReleaseDate pic 9(8).
               03 htReleaseOperator pic x(8).
       COPY holdrec REPLACING HOLD-RECORD BY holdRecord
                              HOLD-LOT BY hrLot
                              HOLD-STATE BY hrState
                              HOLD-DATE BY hrDate
                              HOLD-OPERATOR BY hrOperator
                              HOLD-REASON BY hrReason
                              HOLD-RELEASE-DATE BY hrReleaseDate
                              HOLD-RELEASE-OPERATOR BY hrReleaseOperator.
    *>    entry form fields, validated before anything is written.
           77 entryLot pic x(10) value spaces.
           77 entryReason pic x(30) value spaces.
       01 logRecord.
           02 lgDate pic 9(8).
           02 filler pic x value space.
           02 lgTime pic 9(8).
           02 filler pic x value space.
           02 lgOperator pic x(8).
           02 filler pic x value space.
           02 lgAction pic x(8).
           02 filler pic x value space.
           02 lgLot pic x(10).
           02 filler pic x value space.
           02 lgReason pic x(30).
       01 listLine.
           02 llLot pic x(10).
           02 filler pic x value space.
           02 llState pic x(8).
           02 filler pic x value space.
           02 llDate pic 9(8).
           02 filler pic x value space.
           02 llDays pic z(4)9.
           02 filler pic x value space.
           02 llOperator pic x(8).
           02 filler pic x value space.
           02 llReason pic x(30).
           02 filler pic x value space.
           02 llReleaseDate pic x(8).

       linkage section.
       screen section.
    *>    same screen-section style blkmnt.cob already uses.
       01 operatorScreen.
           02 blank screen.
           02 line 1 column 1 value "LOT HOLD AND RELEASE".
           02 line 3 column 1 value "YOUR OPERATOR ID: ".
           02 line 3 column 19 pic x(8) using changingOperator.
       01 holdScreen.
           02 line 10 column 1 value "LOT ID:               ".
           02 line 10 column 23 pic x(10) using entryLot.
           02 line 11 column 1 value "REASON FOR HOLD:      ".
           02 line 11 column 23 pic x(30) using entryReason.
       01 releaseScreen.
           02 line 10 column 1 value "LOT ID:               ".
           02 line 10 column 23 pic x(10) using entryLot.

       procedure division.
       main-routine section.
       main-para.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept envOverride from environment "LOTHOLD_DD".
           if envOverride is not equal to spaces
               move envOverride to holdFileName
           end-if.
           call 'RGNCHK' using holdFileName, runRegion.
           accept envOverride from environment "LOTHOLD_LOG_DD".
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
               display "ACCESS DENIED. LOT HOLD AND RELEASE "
                   "REQUIRES A SUPERVISOR SIGNON."
               move 8 to return-code
               goback
           end-if.
           perform loadHoldTable.
           perform until menuChoice is equal to "x"
                   or menuChoice is equal to "X"
               perform countHeldLots
               display " "
               display "-------------------------------------------------"
               display "LOT HOLD AND RELEASE (" heldNow " LOTS ON HOLD)"
               display "l -> List holds."
               display "h -> Put a lot on hold."
               display "r -> Release a lot."
               display "x -> Exit."
               display "-------------------------------------------------"
               display "enter an option:"
               accept menuChoice
               if menuChoice is equal to "l" or menuChoice is equal to "L"
                   perform listHolds
               else if menuChoice is equal to "h"
                       or menuChoice is equal to "H"
                   perform holdLot
               else if menuChoice is equal to "r"
                       or menuChoice is equal to "R"
                   perform releaseLot
               else if menuChoice is not equal to "x" and
                       menuChoice is not equal to "X"
                   display "INVALID OPTION, TRY AGAIN."
               end-if
           end-perform.
           display "Terminating program...".
           display "Good bye.".
           goback.

       loadHoldTable.
           open input holdFile.
           if fsHold is equal to "00"
               perform until fsHold is not equal to "00"
                       or holdCount is equal to 500
                   read holdFile
                       at end
                           move "10" to fsHold
                       not at end
                           move holdLine to holdRecord
                           if hrLot is not equal to spaces
                               add 1 to holdCount
                               move hrLot to htLot(holdCount)
                               move hrState to htState(holdCount)
                               move hrDate to htDate(holdCount)
                               move hrOperator to htOperator(holdCount)
                               move hrReason to htReason(holdCount)
                               move hrReleaseDate to
                                   htReleaseDate(holdCount)
                               move hrReleaseOperator to
                                   htReleaseOperator(holdCount)
                           end-if
                   end-read
               end-perform
               close holdFile
           else
               display "NO LOT HOLDS YET, STARTING A HOLD FILE AT "
                   function trim(holdFileName)
           end-if.

       countHeldLots.
           move zero to heldNow.
           perform varying holdIdx from 1 by 1
                   until holdIdx is greater than holdCount
               if htState(holdIdx) is equal to 'H'
                   add 1 to heldNow
               end-if
           end-perform.

    *>    lots on hold first, with how long each has been held, then
    *>    the lots released, with the date they were let go.
       listHolds.
           display " ".
           display "LOTS ON HOLD:".
           display "LOT        STATE    HELD      DAYS OPERATOR REASON".
           perform varying holdIdx from 1 by 1
                   until holdIdx is greater than holdCount
               if htState(holdIdx) is equal to 'H'
                   perform showHoldEntry
               end-if
           end-perform.
           perform varying holdIdx from 1 by 1
                   until holdIdx is greater than holdCount
               if htState(holdIdx) is not equal to 'H'
                   perform showHoldEntry
               end-if
           end-perform.
           if holdCount is equal to zero
               display "  (NONE)"
           end-if.

       showHoldEntry.
           move htLot(holdIdx) to llLot.
           move htDate(holdIdx) to llDate.
           move htOperator(holdIdx) to llOperator.
           move htReason(holdIdx) to llReason.
           move zero to daysHeld.
           if htState(holdIdx) is equal to 'H'
               move "ON HOLD " to llState
               move spaces to llReleaseDate
               if htDate(holdIdx) is not equal to zero
                   compute daysHeld =
                       function integer-of-date(riDate)
                       - function integer-of-date(htDate(holdIdx))
               end-if
           else
               move "RELEASED" to llState
               move htReleaseDate(holdIdx) to llReleaseDate
           end-if.
           move daysHeld to llDays.
           display listLine.

    *>    the lot whose id was keyed, if it has ever been held.
       findHold.
           move zero to foundIdx.
           perform varying holdIdx from 1 by 1
                   until holdIdx is greater than holdCount
               if htLot(holdIdx) is equal to entryLot
                   move holdIdx to foundIdx
                   exit perform
               end-if
           end-perform.

    *>    a hold needs a lot id and a reason; a lot already on hold
    *>    keeps its first hold, and a lot held before takes its old
    *>    row back.
       holdLot.
           move spaces to entryLot.
           move spaces to entryReason.
           display holdScreen.
           accept holdScreen.
           if entryLot is equal to spaces
               display "LOT ID REQUIRED, NOTHING HELD."
               exit paragraph
           end-if.
           if entryReason is equal to spaces
               display "REASON FOR HOLD REQUIRED, NOTHING HELD."
               exit paragraph
           end-if.
           perform findHold.
           if foundIdx is not equal to zero
               if htState(foundIdx) is equal to 'H'
                   display "LOT " entryLot " IS ALREADY ON HOLD SINCE "
                       htDate(foundIdx) ", NOTHING CHANGED."
                   exit paragraph
               end-if
           else
               if holdCount is equal to 500
                   display "HOLD TABLE FULL AT 500, NOTHING HELD."
                   exit paragraph
               end-if
               add 1 to holdCount
               move holdCount to foundIdx
               move entryLot to htLot(foundIdx)
           end-if.
           move 'H' to htState(foundIdx).
           move riDate to htDate(foundIdx).
           move changingOperator to htOperator(foundIdx).
           move entryReason to htReason(foundIdx).
           move zero to htReleaseDate(foundIdx).
           move spaces to htReleaseOperator(foundIdx).
           perform rewriteHoldFile.
           move "HOLD    " to lgAction.
           perform writeLogRow.
           display "LOT " entryLot " ON HOLD: ITS RESULTS ARE "
               "WITHHELD FROM THE REGISTRY, BURST AND CHARGEBACK.".

    *>    released rows flow out on each distribution program's next
    *>    cycle; the hold's reason stays on the row for the record.
       releaseLot.
           move spaces to entryLot.
           display releaseScreen.
           accept releaseScreen.
           if entryLot is equal to spaces
               display "LOT ID REQUIRED, NOTHING RELEASED."
               exit paragraph
           end-if.
           perform findHold.
           if foundIdx is equal to zero
               display "LOT " entryLot " IS NOT ON HOLD, NOTHING "
                   "RELEASED."
               exit paragraph
           end-if.
           if htState(foundIdx) is not equal to 'H'
               display "LOT " entryLot " WAS ALREADY RELEASED ON "
                   htReleaseDate(foundIdx) ", NOTHING RELEASED."
               exit paragraph
           end-if.
           move 'R' to htState(foundIdx).
           move riDate to htReleaseDate(foundIdx).
           move changingOperator to htReleaseOperator(foundIdx).
           move htReason(foundIdx) to entryReason.
           perform rewriteHoldFile.
           move "RELEASE " to lgAction.
           perform writeLogRow.
           display "LOT " entryLot " RELEASED: ITS WITHHELD RESULTS "
               "GO OUT ON THE NEXT CYCLE.".

    *>    the whole table is written back after every change, same as
    *>    blkmnt.cob, so a session cut short mid-menu still leaves a
    *>    complete file on disk rather than a half-applied edit.
       rewriteHoldFile.
           open output holdFile.
           if fsHold is not equal to "00"
               display "HOLD FILE WRITE FAILURE, STATUS " fsHold
                   " FILE " function trim(holdFileName)
           else
               perform varying holdIdx from 1 by 1
                       until holdIdx is greater than holdCount
                   move spaces to holdRecord
                   move htLot(holdIdx) to hrLot
                   move htState(holdIdx) to hrState
                   move htDate(holdIdx) to hrDate
                   move htOperator(holdIdx) to hrOperator
                   move htReason(holdIdx) to hrReason
                   move htReleaseDate(holdIdx) to hrReleaseDate
                   move htReleaseOperator(holdIdx) to hrReleaseOperator
                   write holdLine from holdRecord
               end-perform
               close holdFile
           end-if.

    *>    append-only, same open-extend-else-output shape as the audit
    *>    logs.
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
               move entryLot to lgLot
               move entryReason to lgReason
               write logLine from logRecord
               close logFile
           end-if.
