    *>    delete, change -- every change recorded with date, time and
    *>    the changing operator on a change log. same screen-section
    *>    maintenance style as authmnt.cob.
    *>
    *>    every registration carries a lifecycle status: R registered,
    *>    I receiving, C complete, L closed, X cancelled. lotstat.cob
    *>    moves a lot through the first three as its cards arrive;
    *>    closing and cancelling are done here, by a supervisor, and
    *>    once a lot is closed or cancelled primes2.cob turns away any
    *>    further card under its id. the night a lot is closed,
    *>    lotstat.cob prints its closing statement.
    *>
    *>    a lot can also be flagged priority, for the department that
    *>    needs its cards classified the same day (a court date, an
    *>    audit deadline). the daytime expedited run
    *>    (jcl/intraday-expedite.sh) takes in only flagged lots; the
    *>    flag is set and cleared here, by a supervisor, and logged.
       identification division.
       program-id. lotreg.

       file section.
    *>    one registration record per expected lot: the lot id the
    *>    cards will carry, the owning department, how many cards the
    *>    department said to expect, and the submission window. the
    *>    allocation-number range the lot's cards are drawn from is
    *>    optional -- blank on records keyed before it was carried --
    *>    and is what sieve.cob builds its lookup windows over. the
    *>    lifecycle status and the date the lot was closed or cancelled
    *>    follow; a blank status reads as registered. the priority flag
    *>    sits past the original 80 bytes -- Y for a lot the intraday
    *>    expedited run may take in, anything else (blank on records
    *>    written before it was carried) is an ordinary nightly lot.
         fd lotregFile.
             01 lotregRecord.
                 02 lrLotId pic x(10).
                 02 lrWindowStart pic 9(8).
                 02 filler pic x.
                 02 lrWindowEnd pic 9(8).
                 02 filler pic x.
                 02 lrRangeLow pic x(10).
                 02 filler pic x.
                 02 lrRangeHigh pic x(10).
                 02 filler pic x.
                 02 lrStatus pic x.
                 02 filler pic x.
                 02 lrClosedDate pic x(8).
                 02 filler pic x.
                 02 lrPriority pic x.
         fd logFile.
             01 logLine pic x(99).

               value "./cobol/assets/lotreg.dat".
           77 logFileName pic x(99) value "./cobol/assets/lotreg.log".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsLotreg pic xx.
           77 fsLogFile pic xx.
           77 riDate pic 9(8).
           77 gateResult pic x.
    *>    in-memory copy of the registration file, same rewrite-the-
    *>    whole-file approach authmnt.cob takes so the on-disk file is
    *>    always complete and never half-edited. lotann.cob and
    *>    lotstat.cob rewrite the file in the nightly stream, so every
    *>    change reloads the table and rewrites it under the FILELOCK
    *>    enqueue -- a session left open across the night never writes
    *>    back a copy from before the night's changes.
           77 lkAction pic x.
           77 lkResource pic x(40) value 'LOTREG'.
           77 lkResult pic x.
           77 regLocked pic 9 value zero.
    *>    the status a close or cancel was confirmed against.
           77 confirmedStatus pic x.
           77 regCount pic 9(4) value zero.
           77 regIdx pic 9(4).
           77 foundIdx pic 9(4).
               03 regTableExpected pic 9(9).
               03 regTableWindowStart pic 9(8).
               03 regTableWindowEnd pic 9(8).
               03 regTableRangeLow pic 9(10).
               03 regTableRangeHigh pic 9(10).
               03 regTableStatus pic x.
               03 regTableClosedDate pic x(8).
               03 regTablePriority pic x.
    *>    entry form fields, validated before anything is written.
           77 entryLotId pic x(10) value spaces.
           77 entryDept pic x(8) value spaces.
           77 entryExpected pic x(9) value spaces.
           77 entryWindowStart pic x(8) value spaces.
           77 entryWindowEnd pic x(8) value spaces.
           77 entryRangeLow pic x(10) value spaces.
           77 entryRangeHigh pic x(10) value spaces.
           77 entryPriority pic x value space.
           77 entryOk pic 9.
           77 confirmReply pic x value space.
           77 statusName pic x(10).
           77 numvalCheck pic s9(4) usage is comp.
           77 workExpected pic 9(9).
           77 workWindowStart pic 9(8).
           77 workWindowEnd pic 9(8).
           77 workRangeLow pic 9(10).
           77 workRangeHigh pic 9(10).
    *>    calendar edits on the window dates, the same month/day/leap
    *>    checks the classification runs apply to card dates.
       01 dtWork.
           02 line 13 column 24 pic x(8) using entryWindowStart.
           02 line 14 column 1 value "WINDOW END YYYYMMDD:  ".
           02 line 14 column 23 pic x(8) using entryWindowEnd.
           02 line 15 column 1 value "RANGE LOW (OPTIONAL): ".
           02 line 15 column 23 pic x(10) using entryRangeLow.
           02 line 16 column 1 value "RANGE HIGH (OPTIONAL):".
           02 line 16 column 23 pic x(10) using entryRangeHigh.
       01 deleteScreen.
           02 line 10 column 1 value "LOT ID TO DELETE:     ".
           02 line 10 column 23 pic x(10) using entryLotId.
       01 closeScreen.
           02 line 10 column 1 value "LOT ID TO CLOSE:      ".
           02 line 10 column 23 pic x(10) using entryLotId.
       01 cancelScreen.
           02 line 10 column 1 value "LOT ID TO CANCEL:     ".
           02 line 10 column 23 pic x(10) using entryLotId.
       01 priorityScreen.
           02 line 10 column 1 value "LOT ID:               ".
           02 line 10 column 23 pic x(10) using entryLotId.
           02 line 11 column 1 value "PRIORITY (Y/N):       ".
           02 line 11 column 23 pic x using entryPriority.

       procedure division.
       main-routine section.
           if envOverride is not equal to spaces
               move envOverride to lotregFileName
           end-if.
           call 'RGNCHK' using lotregFileName, runRegion.
           accept envOverride from environment "LOTREG_LOG_DD".
           if envOverride is not equal to spaces
               move envOverride to logFileName
           end-if.
           call 'RGNCHK' using logFileName, runRegion.
           display operatorScreen.
           accept operatorScreen.
           if changingOperator is equal to spaces
               move 8 to return-code
               goback
           end-if.
           perform refreshRegTable.
           perform until menuChoice is equal to "x"
                   or menuChoice is equal to "X"
               display " "
               display "a -> Add a lot registration."
               display "d -> Delete a lot registration."
               display "c -> Change a lot registration."
               display "s -> Close a lot (closing statement tonight)."
               display "k -> Cancel a lot."
               display "p -> Set or clear a lot's same-day priority."
               display "x -> Exit."
               display "-------------------------------------------------"
               display "enter an option:"
               else if menuChoice is equal to "c"
                       or menuChoice is equal to "C"
                   perform changeLot
               else if menuChoice is equal to "s"
                       or menuChoice is equal to "S"
                   perform closeLot
               else if menuChoice is equal to "k"
                       or menuChoice is equal to "K"
                   perform cancelLot
               else if menuChoice is equal to "p"
                       or menuChoice is equal to "P"
                   perform setPriority
               else if menuChoice is not equal to "x" and
                       menuChoice is not equal to "X"
                   display "INVALID OPTION, TRY AGAIN."
                               regTableWindowStart(regCount)
                           move lrWindowEnd to
                               regTableWindowEnd(regCount)
                           if lrRangeLow is numeric
                                   and lrRangeHigh is numeric
                               move lrRangeLow to
                                   regTableRangeLow(regCount)
                               move lrRangeHigh to
                                   regTableRangeHigh(regCount)
                           else
                               move zero to regTableRangeLow(regCount)
                               move zero to regTableRangeHigh(regCount)
                           end-if
                           if lrStatus is equal to space
                               move 'R' to regTableStatus(regCount)
                           else
                               move lrStatus to regTableStatus(regCount)
                           end-if
                           move lrClosedDate to
                               regTableClosedDate(regCount)
                           move lrPriority to regTablePriority(regCount)
                   end-read
               end-perform
               close lotregFile
                   function trim(lotregFileName)
           end-if.

    *>    the enqueue taken and the table reloaded from the file as it
    *>    now stands; a busy file leaves regLocked at zero and the
    *>    change is refused.
       lockRegFile.
           move zero to regLocked.
           move 'L' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if lkResult is equal to 'B'
               display "REGISTRATION FILE BUSY, TRY AGAIN."
               exit paragraph
           end-if.
           move 1 to regLocked.
           move zero to regCount.
           perform loadRegTable.

       unlockRegFile.
           move 'U' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           move zero to regLocked.

    *>    a fresh look at the file for listing or asking, the enqueue
    *>    held only while it is read.
       refreshRegTable.
           perform lockRegFile.
           if regLocked is equal to 1
               perform unlockRegFile
           end-if.

       listLots.
           perform refreshRegTable.
           display " ".
           display "REGISTERED LOTS:".
           display "LOT ID     DEPT     EXPECTED  WINDOW"
               "            RANGE                 STATUS"
               "            PRIORITY".
           perform varying regIdx from 1 by 1
                   until regIdx is greater than regCount
               display "  " regTableLotId(regIdx) " "
                   regTableDept(regIdx) " "
                   regTableExpected(regIdx) " "
                   regTableWindowStart(regIdx) "-"
                   regTableWindowEnd(regIdx) " "
                   regTableRangeLow(regIdx) "-"
                   regTableRangeHigh(regIdx) " "
                   regTableStatus(regIdx) " "
                   regTableClosedDate(regIdx) " "
                   regTablePriority(regIdx)
           end-perform.
           if regCount is equal to zero
               display "  (NONE)"
               display "WINDOW END PRECEDES WINDOW START."
               move zero to entryOk
           end-if.
    *>    the number range is optional, but keyed at all it has to be
    *>    both ends, numeric, and low-to-high.
           move zero to workRangeLow.
           move zero to workRangeHigh.
           if entryRangeLow is not equal to spaces
                   or entryRangeHigh is not equal to spaces
               move function test-numval(entryRangeLow) to numvalCheck
               if entryRangeLow is equal to spaces
                       or numvalCheck is not equal to zero
                   display "RANGE LOW MUST BE NUMERIC."
                   move zero to entryOk
               else
                   move function numval(entryRangeLow) to workRangeLow
               end-if
               move function test-numval(entryRangeHigh) to numvalCheck
               if entryRangeHigh is equal to spaces
                       or numvalCheck is not equal to zero
                   display "RANGE HIGH MUST BE NUMERIC."
                   move zero to entryOk
               else
                   move function numval(entryRangeHigh) to workRangeHigh
               end-if
               if entryOk is equal to 1
                       and workRangeHigh is less than workRangeLow
                   display "RANGE HIGH PRECEDES RANGE LOW."
                   move zero to entryOk
               end-if
           end-if.

    *>    the keyed fields are checked before the enqueue is taken, so
    *>    the registration file is never held while the operator types.
       addLot.
           move spaces to entryLotId.
           move spaces to entryDept.
           move spaces to entryExpected.
           move spaces to entryWindowStart.
           move spaces to entryWindowEnd.
           move spaces to entryRangeLow.
           move spaces to entryRangeHigh.
           display entryScreen.
           accept entryScreen.
           if entryLotId is equal to spaces
               display "LOT ID REQUIRED, NOTHING ADDED."
               exit paragraph
           end-if.
           perform validateEntry.
           if entryOk is not equal to 1
               display "NOTHING ADDED."
               exit paragraph
           end-if.
           perform lockRegFile.
           if regLocked is equal to 1
               perform applyAdd
               perform unlockRegFile
           end-if.

       applyAdd.
           if regCount is equal to 200
               display "REGISTRATION TABLE FULL, DELETE A LOT FIRST."
               exit paragraph
           end-if.
           perform findLot.
           if foundIdx is not equal to zero
               display "LOT ALREADY REGISTERED, NOTHING ADDED."
               exit paragraph
           end-if.
           add 1 to regCount.
           move entryLotId to regTableLotId(regCount).
           move entryDept to regTableDept(regCount).
           move workExpected to regTableExpected(regCount).
           move workWindowStart to regTableWindowStart(regCount).
           move workWindowEnd to regTableWindowEnd(regCount).
           move workRangeLow to regTableRangeLow(regCount).
           move workRangeHigh to regTableRangeHigh(regCount).
           move 'R' to regTableStatus(regCount).
           move spaces to regTableClosedDate(regCount).
           move 'N' to regTablePriority(regCount).
           perform rewriteRegFile.
           if fsLotreg is not equal to "00"
               exit paragraph
           end-if.
           move "ADD     " to lgAction.
           perform writeLogRow.
           display "LOT REGISTERED: " entryLotId.

       deleteLot.
           move spaces to entryLotId.
           display deleteScreen.
           accept deleteScreen.
           perform lockRegFile.
           if regLocked is equal to 1
               perform applyDelete
               perform unlockRegFile
           end-if.

       applyDelete.
           perform findLot.
           if foundIdx is equal to zero
               display "LOT NOT ON FILE, NOTHING DELETED."
               exit paragraph
           end-if.
           perform varying shiftIdx from foundIdx by 1
                   until shiftIdx is not less than regCount
               move regEntry(shiftIdx + 1) to regEntry(shiftIdx)
           end-perform.
           subtract 1 from regCount.
           perform rewriteRegFile.
           if fsLotreg is not equal to "00"
               exit paragraph
           end-if.
           move "DELETE  " to lgAction.
           perform writeLogRow.
           display "LOT REGISTRATION DELETED: " entryLotId.

       changeLot.
           move spaces to entryLotId.
           move spaces to entryExpected.
           move spaces to entryWindowStart.
           move spaces to entryWindowEnd.
           move spaces to entryRangeLow.
           move spaces to entryRangeHigh.
           display entryScreen.
           accept entryScreen.
           perform lockRegFile.
           if regLocked is equal to 1
               perform applyChange
               perform unlockRegFile
           end-if.

       applyChange.
           perform findLot.
           if foundIdx is equal to zero
               display "LOT NOT ON FILE, NOTHING CHANGED."
               exit paragraph
           end-if.
           if regTableStatus(foundIdx) is equal to 'L'
                   or regTableStatus(foundIdx) is equal to 'X'
               display "LOT IS CLOSED OR CANCELLED, NOTHING CHANGED."
               exit paragraph
           end-if.
           perform validateEntry.
           if entryOk is not equal to 1
               display "NOTHING CHANGED."
               exit paragraph
           end-if.
           move entryDept to regTableDept(foundIdx).
           move workExpected to regTableExpected(foundIdx).
           move workWindowStart to regTableWindowStart(foundIdx).
           move workWindowEnd to regTableWindowEnd(foundIdx).
           move workRangeLow to regTableRangeLow(foundIdx).
           move workRangeHigh to regTableRangeHigh(foundIdx).
           perform rewriteRegFile.
           if fsLotreg is not equal to "00"
               exit paragraph
           end-if.
           move "CHANGE  " to lgAction.
           perform writeLogRow.
           display "LOT REGISTRATION CHANGED: " entryLotId.

    *>    a complete lot closes straight away; one still short of its
    *>    expected count closes only when the supervisor says so, and
    *>    its closing statement will say it closed short. the question
    *>    is put with the enqueue released, so the close goes ahead
    *>    only if the lot still stands as it did when it was asked.
       closeLot.
           move spaces to entryLotId.
           display closeScreen.
           accept closeScreen.
           perform refreshRegTable.
           if lkResult is equal to 'B'
               exit paragraph
           end-if.
           perform findLot.
           if foundIdx is equal to zero
               display "LOT NOT ON FILE, NOTHING CLOSED."
               exit paragraph
           end-if.
           if regTableStatus(foundIdx) is equal to 'L'
                   or regTableStatus(foundIdx) is equal to 'X'
               display "LOT ALREADY CLOSED OR CANCELLED, NOTHING CLOSED."
               exit paragraph
           end-if.
           move regTableStatus(foundIdx) to confirmedStatus.
           if regTableStatus(foundIdx) is not equal to 'C'
               perform nameStatus
               display "LOT IS " function trim(statusName)
                   ", NOT COMPLETE. CLOSE IT SHORT? (Y/N)"
               accept confirmReply
               if confirmReply is not equal to "Y"
                       and confirmReply is not equal to "y"
                   display "NOTHING CLOSED."
                   exit paragraph
               end-if
           end-if.
           perform lockRegFile.
           if regLocked is equal to 1
               perform applyClose
               perform unlockRegFile
           end-if.

       applyClose.
           perform findLot.
           if foundIdx is equal to zero
               display "LOT NOT ON FILE, NOTHING CLOSED."
               exit paragraph
           end-if.
           if regTableStatus(foundIdx) is not equal to confirmedStatus
               display "LOT STATUS MOVED MEANWHILE, NOTHING CLOSED -- "
                   "TRY AGAIN."
               exit paragraph
           end-if.
           move 'L' to regTableStatus(foundIdx).
           move riDate to regTableClosedDate(foundIdx).
           perform rewriteRegFile.
           if fsLotreg is not equal to "00"
               exit paragraph
           end-if.
           move "CLOSE   " to lgAction.
           perform writeLogRow.
           display "LOT CLOSED: " entryLotId.

    *>    a lot the department withdrew: nothing more is expected and
    *>    anything that turns up under it is turned away. asked and
    *>    rechecked the same way as a close.
       cancelLot.
           move spaces to entryLotId.
           display cancelScreen.
           accept cancelScreen.
           perform refreshRegTable.
           if lkResult is equal to 'B'
               exit paragraph
           end-if.
           perform findLot.
           if foundIdx is equal to zero
               display "LOT NOT ON FILE, NOTHING CANCELLED."
               exit paragraph
           end-if.
           if regTableStatus(foundIdx) is equal to 'L'
                   or regTableStatus(foundIdx) is equal to 'X'
               display "LOT ALREADY CLOSED OR CANCELLED, "
                   "NOTHING CANCELLED."
               exit paragraph
           end-if.
           move regTableStatus(foundIdx) to confirmedStatus.
           if regTableStatus(foundIdx) is not equal to 'R'
               display "CARDS ARE ALREADY IN UNDER THIS LOT. "
                   "CANCEL IT ANYWAY? (Y/N)"
               accept confirmReply
               if confirmReply is not equal to "Y"
                       and confirmReply is not equal to "y"
                   display "NOTHING CANCELLED."
                   exit paragraph
               end-if
           end-if.
           perform lockRegFile.
           if regLocked is equal to 1
               perform applyCancel
               perform unlockRegFile
           end-if.

       applyCancel.
           perform findLot.
           if foundIdx is equal to zero
               display "LOT NOT ON FILE, NOTHING CANCELLED."
               exit paragraph
           end-if.
           if regTableStatus(foundIdx) is not equal to confirmedStatus
               display "LOT STATUS MOVED MEANWHILE, NOTHING CANCELLED -- "
                   "TRY AGAIN."
               exit paragraph
           end-if.
           move 'X' to regTableStatus(foundIdx).
           move riDate to regTableClosedDate(foundIdx).
           perform rewriteRegFile.
           if fsLotreg is not equal to "00"
               exit paragraph
           end-if.
           move "CANCEL  " to lgAction.
           perform writeLogRow.
           display "LOT CANCELLED: " entryLotId.

    *>    only a lot still taking cards can be expedited; the flag is
    *>    cleared the same way, and either change goes on the log.
       setPriority.
           move spaces to entryLotId.
           move space to entryPriority.
           display priorityScreen.
           accept priorityScreen.
           if entryPriority is equal to "y"
               move "Y" to entryPriority
           end-if.
           if entryPriority is equal to "n"
               move "N" to entryPriority
           end-if.
           if entryPriority is not equal to "Y"
                   and entryPriority is not equal to "N"
               display "PRIORITY MUST BE Y OR N, NOTHING CHANGED."
               exit paragraph
           end-if.
           perform lockRegFile.
           if regLocked is equal to 1
               perform applyPriority
               perform unlockRegFile
           end-if.

       applyPriority.
           perform findLot.
           if foundIdx is equal to zero
               display "LOT NOT ON FILE, NOTHING CHANGED."
               exit paragraph
           end-if.
           if entryPriority is equal to "Y"
                   and (regTableStatus(foundIdx) is equal to 'L'
                   or regTableStatus(foundIdx) is equal to 'X')
               display "LOT IS CLOSED OR CANCELLED, NOTHING CHANGED."
               exit paragraph
           end-if.
           move entryPriority to regTablePriority(foundIdx).
           perform rewriteRegFile.
           if fsLotreg is not equal to "00"
               exit paragraph
           end-if.
           if entryPriority is equal to "Y"
               move "PRIORITY" to lgAction
               display "LOT FLAGGED FOR SAME-DAY EXPEDITE: " entryLotId
           else
               move "NORMAL  " to lgAction
               display "LOT PRIORITY CLEARED: " entryLotId
           end-if.
           perform writeLogRow.

       nameStatus.
           evaluate regTableStatus(foundIdx)
               when 'I' move 'RECEIVING' to statusName
               when 'C' move 'COMPLETE' to statusName
               when 'L' move 'CLOSED' to statusName
               when 'X' move 'CANCELLED' to statusName
               when other move 'REGISTERED' to statusName
           end-evaluate.

    *>    the whole table is written back after every change, same as
    *>    authmnt.cob, so a session cut short mid-menu still leaves a
                   move regTableExpected(regIdx) to lrExpected
                   move regTableWindowStart(regIdx) to lrWindowStart
                   move regTableWindowEnd(regIdx) to lrWindowEnd
                   if regTableRangeHigh(regIdx) is greater than zero
                       move regTableRangeLow(regIdx) to lrRangeLow
                       move regTableRangeHigh(regIdx) to lrRangeHigh
                   end-if
                   move regTableStatus(regIdx) to lrStatus
                   move regTableClosedDate(regIdx) to lrClosedDate
                   move regTablePriority(regIdx) to lrPriority
                   write lotregRecord
               end-perform
               close lotregFile
