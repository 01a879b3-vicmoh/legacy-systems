    *>    wrong day's). open items flag the run with return code 4,
    *>    the same way a reject would.
    *>
    *>    the rejections feed a correction cycle: each one becomes an
    *>    open item on regopen.dat with the registry's reason, an
    *>    operator works it in regcor.cob, regext.cob resends it as an
    *>    RCOR correction record, and this program closes the item when
    *>    the resend is acknowledged accepted -- or reopens it, one
    *>    bounce more, when it is rejected again. the report ends with
    *>    an aging of every item still open.
    *>
    *>    the registry's acknowledgment record shape:
    *>      RACK number(10) status(1: A accepted / R rejected)
    *>           reason(20)
       select reportFile assign to dynamic reportFileName
           organization is line sequential
           file status is fsReport.
       select openFile assign to dynamic openFileName
           organization is line sequential
           file status is fsOpen.

       data division.
       file section.
             01 ackLine pic x(80).
         fd reportFile.
             01 outLine pic x(9999) value spaces.
         fd openFile.
             01 openLine pic x(120).

       working-storage section.
           77 extractFileName pic x(99) value "./regext.dat".
           77 ackFileName pic x(99) value "./regack.dat".
           77 reportFileName pic x(99) value "./regack.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsExtract pic xx.
           77 fsAck pic xx.
           77 fsReport pic xx.
           77 openFileName pic x(99) value "./cobol/assets/regopen.dat".
           77 fsOpen pic xx.
           77 eofFile pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 numvalCheck pic s9(4) usage is comp.
    *>    the transmitted detail records (RDTL, RCOR resends, RVOD
    *>    voids and RRST restatements alike), held with their
    *>    acknowledgment state: 'N' unacknowledged until an RACK
    *>    lands, then 'A' or 'R'. stResend is 'Y' on an RCOR
    *>    correction resend.
           77 sentCount pic 9(4) value zero.
           77 sentIdx pic 9(4).
           77 sentFound pic 9(4).
               03 stClass pic x.
               03 stAckState pic x.
               03 stReason pic x(20).
               03 stLot pic x(10).
               03 stResend pic x.
           77 unackedCount pic 9(9) value zero.
           77 rejectedCount pic 9(9) value zero.
           77 unknownCount pic 9(9) value zero.
           77 acceptedCount pic 9(9) value zero.
           77 openItemCount pic 9(9).
    *>    the correction cycle's open items, in memory while the
    *>    night's acknowledgments are applied and written back whole.
           77 itemCount pic 9(4) value zero.
           77 itemIdx pic 9(4).
           77 itemFound pic 9(4).
           77 itemOverflow pic 9 value zero.
       01 itemTable.
           02 itemEntry occurs 5000 times.
               03 itLine pic x(120).
           77 itemsOpened pic 9(9) value zero.
           77 resendsAccepted pic 9(9) value zero.
           77 resendsBounced pic 9(9) value zero.
    *>    aging of the items still open, by calendar days since the
    *>    registry first rejected them.
           77 ageDays pic s9(9).
           77 ageBucket pic 9.
           77 bucketIdx pic 9.
           77 bucketCount pic 9(9).
           77 agingTotal pic 9(9) value zero.
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
    *>    completion record for the console status board.
           77 rsProgram pic x(9) value 'REGACK'.
           77 rsRc pic s9(4).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(31) value 'REGISTRY ACKNOWLEDGMENT RECON'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           02 filler pic x(11) value ' REJECTED, '.
           02 smUnknown pic z(8)9.
           02 filler pic x(13) value ' UNKNOWN ACKS'.
       01 cycleHeadLine.
           02 filler pic x value space.
           02 filler pic x(17) value 'CORRECTION CYCLE:'.
       01 cycleLine.
           02 filler pic x value space.
           02 cyOpened pic z(8)9.
           02 filler pic x(15) value ' ITEMS OPENED, '.
           02 cyAccepted pic z(8)9.
           02 filler pic x(28) value ' RESENDS ACCEPTED (CLOSED), '.
           02 cyBounced pic z(8)9.
           02 filler pic x(24) value ' RESENDS REJECTED AGAIN'.
       01 agingHeadLine.
           02 filler pic x value space.
           02 filler pic x(40) value
               'OPEN CORRECTION ITEMS BY AGE:'.
       01 agingColumnLine.
           02 filler pic x(3) value spaces.
           02 filler pic x(43) value
               'NUMBER     LOT        REASON               '.
           02 filler pic x(29) value
               'FIRST REJ DAYS BNC     STATE'.
       01 bucketLine.
           02 filler pic x value space.
           02 bkLabel pic x(24).
           02 bkCount pic z(8)9.
       01 agingLine.
           02 agFlag pic x(3).
           02 agNum pic 9(10).
           02 filler pic x value space.
           02 agLot pic x(10).
           02 filler pic x value space.
           02 agReason pic x(20).
           02 filler pic x value space.
           02 agFirstDate pic 9(8).
           02 filler pic x(2) value spaces.
           02 agDays pic zzz9.
           02 filler pic x(2) value spaces.
           02 agBounces pic zz9.
           02 filler pic x(4) value spaces.
           02 agState pic x(16).
       01 allClearLine.
           02 filler pic x value space.
           02 filler pic x(44) value
           if envOverride is not equal to spaces
               move envOverride to extractFileName
           end-if.
           call 'RGNCHK' using extractFileName, runRegion.
           accept envOverride from environment "REGACK_INPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to ackFileName
           end-if.
           call 'RGNCHK' using ackFileName, runRegion.
           accept envOverride from environment "REGACK_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           accept envOverride from environment "REGOPEN_DD".
           if envOverride is not equal to spaces
               move envOverride to openFileName
           end-if.
           call 'RGNCHK' using openFileName, runRegion.
           perform loadTransmittedExtract.
           if sentCount is equal to zero
               display "NOTHING ON THE TRANSMITTED EXTRACT, "
               goback
           end-if.
           perform applyAcknowledgments.
           perform loadOpenItems.
           perform applyCorrectionCycle.
           perform rewriteOpenItems.
           perform writeReport.
           compute openItemCount =
               unackedCount + rejectedCount + unknownCount.
                   at end move 1 to eofFile
                   not at end
                       move extractLine to extractRecordIn
                       if (xiMarker is equal to 'RDTL'
                               or xiMarker is equal to 'RCOR'
                               or xiMarker is equal to 'RVOD'
                               or xiMarker is equal to 'RRST')
                               and xiNum is numeric
                           if sentCount is less than 5000
                               add 1 to sentCount
                               move xiClass to stClass(sentCount)
                               move 'N' to stAckState(sentCount)
                               move spaces to stReason(sentCount)
                               move xiLot to stLot(sentCount)
                               if xiMarker is equal to 'RCOR'
                                   move 'Y' to stResend(sentCount)
                               else
                                   move 'N' to stResend(sentCount)
                               end-if
                           else
                               move 1 to sentOverflow
                           end-if
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
                   move stNum(sentIdx) to oiNum
                   if stAckState(sentIdx) is equal to 'R'
                       add 1 to rejectedCount
                       if stResend(sentIdx) is equal to 'Y'
                           move 'RESEND REJECTED ' to oiState
                       else
                           move 'REJECTED        ' to oiState
                       end-if
                       move stReason(sentIdx) to oiReason
                   else
                       add 1 to unackedCount
           move rejectedCount to smRejected.
           move unknownCount to smUnknown.
           write outLine from summaryLine after advancing 1 line.
           perform writeCorrectionAging.
           close reportFile.

       loadOpenItems.
           open input openFile.
           if fsOpen is not equal to "00"
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
                           move 1 to itemOverflow
                           move 1 to eofFile
                       end-if
               end-read
           end-perform.
           close openFile.

    *>    every rejection opens an item (or re-dates the one already
    *>    open for that number); a resend's acknowledgment settles the
    *>    item it was sent for -- accepted closes it, rejected puts it
    *>    back in front of an operator with the new reason.
       applyCorrectionCycle.
           if itemOverflow is equal to 1
               display "OPEN-ITEM FILE LARGER THAN 5000, CORRECTION "
                   "CYCLE NOT APPLIED -- FILE LEFT AS IT STANDS."
               exit paragraph
           end-if.
           perform varying sentIdx from 1 by 1
                   until sentIdx is greater than sentCount
               if stAckState(sentIdx) is equal to 'R'
                       or (stAckState(sentIdx) is equal to 'A'
                           and stResend(sentIdx) is equal to 'Y')
                   perform applyOneCycleItem
               end-if
           end-perform.

       applyOneCycleItem.
           move zero to itemFound.
           perform varying itemIdx from 1 by 1
                   until itemIdx is greater than itemCount
               move itLine(itemIdx) to openRecordIn
               if orNum is equal to stNum(sentIdx)
                       and orState is not equal to 'C'
                   move itemIdx to itemFound
                   exit perform
               end-if
           end-perform.
           if stAckState(sentIdx) is equal to 'A'
               if itemFound is not equal to zero
                   move 'C' to orState
                   move riDate to orCloseDate
                   move openRecordIn to itLine(itemFound)
                   add 1 to resendsAccepted
               end-if
               exit paragraph
           end-if.
           if itemFound is equal to zero
               if itemCount is equal to 5000
                   display "OPEN-ITEM FILE FULL AT 5000, REJECTION OF "
                       stNum(sentIdx) " NOT OPENED."
                   exit paragraph
               end-if
               move spaces to openRecordIn
               move stNum(sentIdx) to orNum
               move stClass(sentIdx) to orClass
               move stLot(sentIdx) to orLot
               move riDate to orFirstDate
               move zero to orBounces
               move space to orAction
               move zero to orSentDate
               move zero to orCloseDate
               add 1 to itemCount
               move itemCount to itemFound
               add 1 to itemsOpened
           else
               if stResend(sentIdx) is equal to 'Y'
                   add 1 to resendsBounced
               end-if
           end-if.
           move stReason(sentIdx) to orReason.
           move riDate to orLastDate.
           add 1 to orBounces.
           move 'O' to orState.
           move openRecordIn to itLine(itemFound).

       rewriteOpenItems.
           if itemOverflow is equal to 1 or itemCount is equal to zero
               exit paragraph
           end-if.
           open output openFile.
           if fsOpen is not equal to "00"
               display "OPEN-ITEM WRITE FAILURE, STATUS " fsOpen
                   " FILE " function trim(openFileName)
               exit paragraph
           end-if.
           perform varying itemIdx from 1 by 1
                   until itemIdx is greater than itemCount
               write openLine from itLine(itemIdx)
           end-perform.
           close openFile.

    *>    oldest first: items the registry keeps bouncing float to
    *>    the top, flagged once they have come back more than once.
       writeCorrectionAging.
           write outLine from blankLine after advancing 1 line.
           write outLine from cycleHeadLine after advancing 1 line.
           move itemsOpened to cyOpened.
           move resendsAccepted to cyAccepted.
           move resendsBounced to cyBounced.
           write outLine from cycleLine after advancing 1 line.
           write outLine from blankLine after advancing 1 line.
           write outLine from agingHeadLine after advancing 1 line.
           write outLine from agingColumnLine after advancing 1 line.
           perform varying bucketIdx from 1 by 1
                   until bucketIdx is greater than 4
               move zero to bucketCount
               perform varying itemIdx from 1 by 1
                       until itemIdx is greater than itemCount
                   move itLine(itemIdx) to openRecordIn
                   if orState is not equal to 'C'
                       perform ageOneItem
                       if ageBucket is equal to bucketIdx
                           add 1 to bucketCount
                           perform writeOneAgingLine
                       end-if
                   end-if
               end-perform
               evaluate bucketIdx
                   when 1 move 'OVER 30 DAYS' to bkLabel
                   when 2 move '11 TO 30 DAYS' to bkLabel
                   when 3 move '6 TO 10 DAYS' to bkLabel
                   when other move '0 TO 5 DAYS' to bkLabel
               end-evaluate
               move bucketCount to bkCount
               write outLine from bucketLine after advancing 1 line
               add bucketCount to agingTotal
           end-perform.
           move 'TOTAL OPEN ITEMS' to bkLabel.
           move agingTotal to bkCount.
           write outLine from bucketLine after advancing 1 line.

       ageOneItem.
           compute ageDays = function integer-of-date(riDate)
               - function integer-of-date(orFirstDate)
               on size error move zero to ageDays
           end-compute.
           if ageDays is greater than 30
               move 1 to ageBucket
           else
               if ageDays is greater than 10
                   move 2 to ageBucket
               else
                   if ageDays is greater than 5
                       move 3 to ageBucket
                   else
                       move 4 to ageBucket
                   end-if
               end-if
           end-if.

       writeOneAgingLine.
           if orBounces is greater than 1
               move '** ' to agFlag
           else
               move spaces to agFlag
           end-if.
           move orNum to agNum.
           move orLot to agLot.
           move orReason to agReason.
           move orFirstDate to agFirstDate.
           move ageDays to agDays.
           move orBounces to agBounces.
           evaluate orState
               when 'O' move 'AWAITING WORK' to agState
               when 'W' move 'WORKED, TO SEND' to agState
               when 'S' move 'RESENT, NO ACK' to agState
               when other move orState to agState
           end-evaluate.
           write outLine from agingLine after advancing 1 line.
