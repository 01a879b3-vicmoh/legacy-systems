    *>    registry correction workbench: regack.cob turns every detail
    *>    the central registry rejects into an open item on regopen.dat,
    *>    carrying the registry's reason. this is where an operator
    *>    works those items instead of re-keying them at the registry's
    *>    terminal: either correct the lot the number was reported
    *>    under, or confirm the original as sent. a worked item rides
    *>    on the next regext.cob extract as a correction record the
    *>    registry recognises as a resend, and regack.cob closes it
    *>    when the resend comes back accepted -- or reopens it with the
    *>    new reason when the registry bounces it again. every action
    *>    goes on a change log with operator, item and lot. same
    *>    screen-section maintenance style as lotreg.cob.
    *>
    *>    the monthly reconciliation against the registry's full dump
    *>    (regrecon.cob) leaves its discrepancies on a worklist of its
    *>    own, regrecon.dat. they are listed and cleared here too: an
    *>    operator who has looked into one clears it with a note saying
    *>    why, and it stays cleared for as long as the two sides keep
    *>    saying what they said when it was cleared.
       identification division.
       program-id. regcor.

       environment division.
       configuration section.
       input-output section.
       file-control.
       select openFile assign to dynamic openFileName
           organization is line sequential
           file status is fsOpen.
    *>    lot registration master: a corrected lot nobody registered
    *>    is worth a warning before it goes back to the registry.
       select lotregFile assign to dynamic lotregFileName
           organization is line sequential
           file status is fsLotreg.
       select reconFile assign to dynamic reconFileName
           organization is line sequential
           file status is fsRecon.
       select logFile assign to dynamic logFileName
           organization is line sequential
           file status is fsLogFile.

       data division.
       file section.
         fd openFile.
             01 openLine pic x(120).
         fd lotregFile.
             01 lotregLine pic x(82).
         fd reconFile.
             01 reconLine pic x(120).
         fd logFile.
             01 logLine pic x(99).

       working-storage section.
           77 openFileName pic x(99) value "./cobol/assets/regopen.dat".
           77 lotregFileName pic x(99)
               value "./cobol/assets/lotreg.dat".
           77 reconFileName pic x(99)
               value "./cobol/assets/regrecon.dat".
           77 logFileName pic x(99) value "./cobol/assets/regcor.log".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsOpen pic xx.
           77 fsLotreg pic xx.
           77 fsRecon pic xx.
           77 fsLogFile pic xx.
           77 eofFile pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 changingOperator pic x(8) value spaces.
           77 menuChoice pic x value space.
    *>    working a registry item is operator work, not policy: the
    *>    operator role is enough, still proven through AUTHCHK.
           77 gatePassword pic x(8) value spaces.
           77 gateRequiredRole pic x value 'O'.
           77 gateResult pic x.
    *>    the open-item file in memory, rewritten whole after every
    *>    action the way lotreg.cob treats its master.
           77 itemCount pic 9(4) value zero.
           77 itemIdx pic 9(4).
           77 pickIdx pic 9(4).
           77 itemsListed pic 9(4).
       01 itemTable.
           02 itemEntry occurs 5000 times.
               03 itLine pic x(120).
    *>    the open-item record regack.cob and regext.cob share: the
    *>    number and what was reported for it, the registry's latest
    *>    reason, when it was first and last rejected and how many
    *>    times, and where it stands -- 'O' open with the registry's
    *>    rejection, 'W' worked and waiting for the next extract, 'S'
    *>    resent on orSentDate and waiting for the acknowledgment,
    *>    'C' closed. orAction is 'C' corrected to orNewLot or 'K'
    *>    original confirmed.
       01 openRecordIn.
           02 orNum pic 9(10).
           02 filler pic x.
           02 orClass pic x.
           02 filler pic x.
           02 orLot pic x(10).
           02 filler pic x.
           02 orReason pic x(20).
           02 filler pic x.
           02 orFirstDate pic 9(8).
           02 filler pic x.
           02 orLastDate pic 9(8).
           02 filler pic x.
           02 orBounces pic 9(3).
           02 filler pic x.
           02 orState pic x.
           02 filler pic x.
           02 orAction pic x.
           02 filler pic x.
           02 orNewLot pic x(10).
           02 filler pic x.
           02 orOperator pic x(8).
           02 filler pic x.
           02 orSentDate pic 9(8).
           02 filler pic x.
           02 orCloseDate pic 9(8).
           02 filler pic x(11).
    *>    the reconciliation worklist in memory, rewritten whole after
    *>    every clearance the same way.
           77 reconCount pic 9(4) value zero.
           77 reconIdx pic 9(4).
       01 reconTable.
           02 reconEntry occurs 5000 times.
               03 rcLine pic x(120).
       COPY reconwk REPLACING RECON-RECORD BY reconRecord
                              RECON-NUM BY rwNum
                              RECON-TYPE BY rwType
                              RECON-OUR-CLASS BY rwOurClass
                              RECON-OUR-LOT BY rwOurLot
                              RECON-THEIR-CLASS BY rwTheirClass
                              RECON-THEIR-LOT BY rwTheirLot
                              RECON-FIRST-DATE BY rwFirstDate
                              RECON-LAST-DATE BY rwLastDate
                              RECON-STATE BY rwState
                              RECON-CLEAR-DATE BY rwClearDate
                              RECON-OPERATOR BY rwOperator
                              RECON-NOTE BY rwNote.
    *>    entry fields.
           77 entryPick pic x(4) value spaces.
           77 entryAction pic x value space.
           77 entryLot pic x(10) value spaces.
           77 entryNote pic x(30) value spaces.
           77 numvalCheck pic s9(4) usage is comp.
           77 lotRegFound pic 9.
       01 lotregRecordIn.
           02 lriLotId pic x(10).
           02 filler pic x(70).
       01 logRecord.
           02 lgDate pic 9(8).
           02 filler pic x value space.
           02 lgTime pic 9(8).
           02 filler pic x value space.
           02 lgOperator pic x(8).
           02 filler pic x value space.
           02 lgAction pic x(8).
           02 filler pic x value space.
           02 lgNum pic 9(10).
           02 filler pic x value space.
           02 lgOldLot pic x(10).
           02 filler pic x value space.
           02 lgNewLot pic x(10).
           02 filler pic x(31) value spaces.

       linkage section.
       screen section.
       01 operatorScreen.
           02 blank screen.
           02 line 1 column 1 value "REGISTRY CORRECTION WORKBENCH".
           02 line 3 column 1 value "YOUR OPERATOR ID: ".
           02 line 3 column 19 pic x(8) using changingOperator.
       01 workScreen.
           02 line 10 column 1 value "ITEM NUMBER (FROM LIST):".
           02 line 10 column 26 pic x(4) using entryPick.
           02 line 11 column 1 value "C CORRECT / K CONFIRM:   ".
           02 line 11 column 26 pic x using entryAction.
           02 line 12 column 1 value "CORRECTED LOT (FOR C):   ".
           02 line 12 column 26 pic x(10) using entryLot.
       01 clearScreen.
           02 line 10 column 1 value "ITEM NUMBER (FROM LIST):".
           02 line 10 column 26 pic x(4) using entryPick.
           02 line 11 column 1 value "CLEARANCE NOTE:         ".
           02 line 11 column 26 pic x(30) using entryNote.

       procedure division.
       main-routine section.
       main-para.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept envOverride from environment "REGOPEN_DD".
           if envOverride is not equal to spaces
               move envOverride to openFileName
           end-if.
           call 'RGNCHK' using openFileName, runRegion.
           accept envOverride from environment "LOTREG_DD".
           if envOverride is not equal to spaces
               move envOverride to lotregFileName
           end-if.
           call 'RGNCHK' using lotregFileName, runRegion.
           accept envOverride from environment "REGRECON_WORK_DD".
           if envOverride is not equal to spaces
               move envOverride to reconFileName
           end-if.
           call 'RGNCHK' using reconFileName, runRegion.
           accept envOverride from environment "REGCOR_LOG_DD".
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
               display "ACCESS DENIED. THE CORRECTION WORKBENCH "
                   "REQUIRES AN OPERATOR SIGNON."
               move 8 to return-code
               goback
           end-if.
           perform loadItemTable.
           perform loadReconTable.
           perform until menuChoice is equal to "x"
                   or menuChoice is equal to "X"
               display " "
               display "-------------------------------------------------"
               display "REGISTRY CORRECTION WORKBENCH (" itemCount
                   " ITEMS ON FILE)"
               display "l -> List open items."
               display "w -> Work an item (correct or confirm)."
               display "d -> List reconciliation discrepancies ("
                   reconCount " ON FILE)."
               display "c -> Clear a discrepancy (with a note)."
               display "x -> Exit."
               display "-------------------------------------------------"
               display "enter an option:"
               accept menuChoice
               if menuChoice is equal to "l" or menuChoice is equal to "L"
                   perform listItems
               else if menuChoice is equal to "w"
                       or menuChoice is equal to "W"
                   perform workItem
               else if menuChoice is equal to "d"
                       or menuChoice is equal to "D"
                   perform listDiscrepancies
               else if menuChoice is equal to "c"
                       or menuChoice is equal to "C"
                   perform clearDiscrepancy
               else if menuChoice is not equal to "x" and
                       menuChoice is not equal to "X"
                   display "INVALID OPTION, TRY AGAIN."
               end-if
           end-perform.
           display "Terminating program...".
           display "Good bye.".
           goback.

       loadItemTable.
           open input openFile.
           if fsOpen is not equal to "00"
               display "NO OPEN REGISTRY ITEMS ON FILE AT "
                   function trim(openFileName)
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read openFile
                   at end move 1 to eofFile
                   not at end
                       if itemCount is less than 5000
                           add 1 to itemCount
                           move openLine to itLine(itemCount)
                       else
                           display "OPEN-ITEM FILE LARGER THAN 5000, "
                               "TAIL NOT SHOWN."
                           move 1 to eofFile
                       end-if
               end-read
           end-perform.
           close openFile.

    *>    closed items stay on the file as history but off the list;
    *>    an item already resent is shown but can't be worked until
    *>    the registry answers.
       loadReconTable.
           open input reconFile.
           if fsRecon is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read reconFile
                   at end move 1 to eofFile
                   not at end
                       if reconCount is less than 5000
                           add 1 to reconCount
                           move reconLine to rcLine(reconCount)
                       else
                           display "RECONCILIATION WORKLIST LARGER "
                               "THAN 5000, TAIL NOT SHOWN."
                           move 1 to eofFile
                       end-if
               end-read
           end-perform.
           close reconFile.

       listItems.
           display " ".
           display "NO   NUMBER     LOT        REASON               "
               "REJECTED BOUNCES ST ACT NEW LOT".
           move zero to itemsListed.
           perform varying itemIdx from 1 by 1
                   until itemIdx is greater than itemCount
               move itLine(itemIdx) to openRecordIn
               if orState is not equal to 'C'
                   add 1 to itemsListed
                   display itemIdx " " orNum " " orLot " " orReason
                       " " orFirstDate " " orBounces "     " orState
                       "  " orAction "   " orNewLot
               end-if
           end-perform.
           if itemsListed is equal to zero
               display "  (NONE)"
           end-if.

       workItem.
           perform listItems.
           move spaces to entryPick.
           move space to entryAction.
           move spaces to entryLot.
           display workScreen.
           accept workScreen.
           move function test-numval(entryPick) to numvalCheck.
           if numvalCheck is not equal to zero
               display "NOT AN ITEM NUMBER: " entryPick
               exit paragraph
           end-if.
           move function numval(entryPick) to pickIdx.
           if pickIdx is equal to zero or pickIdx is greater than itemCount
               display "NO SUCH ITEM."
               exit paragraph
           end-if.
           move itLine(pickIdx) to openRecordIn.
           if orState is equal to 'C'
               display "ITEM ALREADY CLOSED, NOTHING CHANGED."
               exit paragraph
           end-if.
           if orState is equal to 'S'
               display "ITEM RESENT ON " orSentDate ", WAITING FOR THE "
                   "REGISTRY'S ANSWER -- NOTHING CHANGED."
               exit paragraph
           end-if.
           move function upper-case(entryAction) to entryAction.
           if entryAction is equal to 'C'
               if entryLot is equal to spaces
                   display "CORRECTED LOT REQUIRED, NOTHING CHANGED."
                   exit paragraph
               end-if
               if entryLot is equal to orLot
                   display "CORRECTED LOT IS THE ORIGINAL -- USE K TO "
                       "CONFIRM IT. NOTHING CHANGED."
                   exit paragraph
               end-if
               perform checkLotRegistration
               if lotRegFound is equal to zero
                   display "WARNING: LOT " entryLot
                       " IS NOT ON THE LOT REGISTER."
               end-if
               move entryLot to orNewLot
               move "CORRECT " to lgAction
           else
               if entryAction is equal to 'K'
                   move spaces to orNewLot
                   move "CONFIRM " to lgAction
               else
                   display "ACTION MUST BE C OR K, NOTHING CHANGED."
                   exit paragraph
               end-if
           end-if.
           move entryAction to orAction.
           move 'W' to orState.
           move changingOperator to orOperator.
           move openRecordIn to itLine(pickIdx).
           perform rewriteOpenFile.
           move orNum to lgNum.
           move orLot to lgOldLot.
           move orNewLot to lgNewLot.
           perform writeLogRow.
           display "ITEM " orNum " WORKED, GOES OUT ON THE NEXT "
               "REGISTRY EXTRACT.".

    *>    cleared and resolved discrepancies stay on the worklist as
    *>    history but off the list.
       listDiscrepancies.
           display " ".
           display "NO   NUMBER     TYPE OURS         REGISTRY     "
               "FOUND    LAST SEEN".
           move zero to itemsListed.
           perform varying reconIdx from 1 by 1
                   until reconIdx is greater than reconCount
               move rcLine(reconIdx) to reconRecord
               if rwState is equal to 'O'
                   add 1 to itemsListed
                   display reconIdx " " rwNum " " rwType "    "
                       rwOurClass " " rwOurLot " " rwTheirClass " "
                       rwTheirLot " " rwFirstDate " " rwLastDate
               end-if
           end-perform.
           if itemsListed is equal to zero
               display "  (NONE)"
           end-if.
           display "TYPE: T REGISTRY ONLY, O OURS ONLY, C CLASS, "
               "L LOT, B CLASS AND LOT".

    *>    clearing says the difference is understood -- it is not a
    *>    correction; either side moving later reopens the item.
       clearDiscrepancy.
           perform listDiscrepancies.
           move spaces to entryPick.
           move spaces to entryNote.
           display clearScreen.
           accept clearScreen.
           move function test-numval(entryPick) to numvalCheck.
           if numvalCheck is not equal to zero
               display "NOT AN ITEM NUMBER: " entryPick
               exit paragraph
           end-if.
           move function numval(entryPick) to pickIdx.
           if pickIdx is equal to zero or pickIdx is greater than reconCount
               display "NO SUCH ITEM."
               exit paragraph
           end-if.
           move rcLine(pickIdx) to reconRecord.
           if rwState is not equal to 'O'
               display "ITEM NOT OPEN, NOTHING CHANGED."
               exit paragraph
           end-if.
           if entryNote is equal to spaces
               display "A CLEARANCE NOTE IS REQUIRED, NOTHING CHANGED."
               exit paragraph
           end-if.
           move 'C' to rwState.
           move riDate to rwClearDate.
           move changingOperator to rwOperator.
           move entryNote to rwNote.
           move reconRecord to rcLine(pickIdx).
           perform rewriteReconFile.
           move "CLEAR   " to lgAction.
           move rwNum to lgNum.
           move rwOurLot to lgOldLot.
           move rwTheirLot to lgNewLot.
           perform writeLogRow.
           display "DISCREPANCY " rwNum " CLEARED.".

       rewriteReconFile.
           open output reconFile.
           if fsRecon is not equal to "00"
               display "WORKLIST WRITE FAILURE, STATUS " fsRecon
                   " FILE " function trim(reconFileName)
           else
               perform varying reconIdx from 1 by 1
                       until reconIdx is greater than reconCount
                   write reconLine from rcLine(reconIdx)
               end-perform
               close reconFile
           end-if.

       checkLotRegistration.
           move zero to lotRegFound.
           open input lotregFile.
           if fsLotreg is not equal to "00"
               move 1 to lotRegFound
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read lotregFile
                   at end move 1 to eofFile
                   not at end
                       move lotregLine to lotregRecordIn
                       if lriLotId is equal to entryLot
                           move 1 to lotRegFound
                           move 1 to eofFile
                       end-if
               end-read
           end-perform.
           close lotregFile.

       rewriteOpenFile.
           open output openFile.
           if fsOpen is not equal to "00"
               display "OPEN-ITEM WRITE FAILURE, STATUS " fsOpen
                   " FILE " function trim(openFileName)
           else
               perform varying itemIdx from 1 by 1
                       until itemIdx is greater than itemCount
                   write openLine from itLine(itemIdx)
               end-perform
               close openFile
           end-if.

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
               write logLine from logRecord
               close logFile
           end-if.
