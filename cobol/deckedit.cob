    *>    and trailer/header count agreement -- and produces an edit
    *>    report with a per-deck accept/reject verdict, returning 8 so
    *>    the stream stops before the classification steps when a deck
    *>    is unusable. classic edit-then-update. every deck taken in is
    *>    stamped with its processing business date off the processing
    *>    calendar: received at or after the daily receipt cutoff, or
    *>    on a non-working day, it belongs to the next business day.
       identification division.
       program-id. deckedit.

    *>    received-deck register: one record per transmittal accepted,
    *>    so a re-submitted deck control number is rejected at the
    *>    door as a whole deck and "did you receive our deck" has a
    *>    register to answer from instead of an operator's memory. the
    *>    record carries the deck's processing business date beside
    *>    the clock date it was taken in, so a deck that missed the
    *>    cutoff is dated to the day it was processed for, not to the
    *>    night the operator happened to start the step.
       select xmitalFile assign to dynamic xmitalFileName
           organization is line sequential
           file status is fsXmital.
         fd reportFile.
             01 outLine pic x(9999) value spaces.
         fd lotregFile.
             01 lotregLine pic x(82).
         fd xmitalFile.
             01 xmitalLine pic x(80).

           77 deckFileName pic x(99).
           77 reportFileName pic x(99) value "./deckedit.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsDeckFile pic xx.
           77 fsReport pic xx.
           77 eofDeck pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
    *>    the processing business date this run's receipts belong to,
    *>    asked of PRODCAL once at startup from the run's own clock.
           77 riBusinessDate pic 9(8).
           77 calFunc pic x.
           77 calDate1 pic 9(8).
           77 calDate2 pic 9(8).
           77 calResult pic s9(9).
    *>    per-deck controls: 'T' cards then a TRAILER count card
    *>    (tutorial1's format), 'H' a control-count header card then
    *>    cards (primes2's format, the only one whose numbers carry
           77 lotRegIdx pic 9(4).
           77 lotRegFound pic 9.
           77 deckWarnCount pic 9(9).
    *>    department allocation blocks, asked through BLKCHK: a card
    *>    whose number falls outside the blocks of the department that
    *>    owns its lot (deptmst.dat's lot prefix) is a warning, like
    *>    an unregistered lot -- the classification run flags the same
    *>    card.
           77 blkNum pic 9(10).
           77 blkLot pic x(10).
           77 blkDept pic x(8).
           77 blkResult pic x.
    *>    transmittal controls: the register's control numbers are
    *>    loaded once at startup for the duplicate check; a deck's
    *>    own transmittal state resets per deck. accepted decks with
           02 xriCount pic x(9).
           02 filler pic x.
           02 xriPrepDate pic x(8).
           02 filler pic x.
           02 xriBusinessDate pic x(8).
           02 filler pic x(16).
       01 xmitalRecord.
           02 xrDate pic 9(8).
           02 filler pic x value space.
           02 xrCount pic 9(9).
           02 filler pic x value space.
           02 xrPrepDate pic 9(8).
           02 filler pic x value space.
           02 xrBusinessDate pic 9(8).
           02 filler pic x(16) value spaces.
       01 lotRegTable.
           02 lotRegEntry occurs 200 times.
               03 lotRegTableId pic x(10).
           02 filler pic x(38).
           77 cardNum pic s9(10).
           77 numvalCheck pic s9(4) usage is comp.
    *>    check-digit validation through the shared CDCHECK
    *>    subprogram, the same call primes2.cob's validateCheckDigit
    *>    makes: MOD-10 or MOD-11, whichever the card's department or
    *>    block had in force on the card's date.
           77 cdOk pic 9.
           77 cdAction pic x value 'V'.
           77 cdNumber pic 9(10).
           77 cdLot pic x(10).
           77 cdDept pic x(8).
           77 cdDate pic 9(8).
           77 cdScheme pic x(5).
           77 cdResult pic x.
    *>    calendar edits, the same month/day/leap checks the
    *>    classification runs apply.
       01 dtWork.
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(16) value 'DECK EDIT REPORT'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           02 riOutDate pic 9(8).
           02 filler pic x(7) value '  TIME '.
           02 riOutTime pic 9(8).
           02 filler pic x(16) value '  BUSINESS DATE '.
           02 riOutBusinessDate pic 9(8).
       01 blankLine.
           02 filler pic x value space.
       01 deckHeaderLine.
       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           move 'R' to calFunc.
           move riDate to calDate1.
           move riTime to calDate2.
           call 'PRODCAL' using calFunc, calDate1, calDate2, calResult.
           move calResult to riBusinessDate.
           accept envOverride from environment "DECKEDIT_T1_DD".
           if envOverride is not equal to spaces
               move envOverride to t1DeckName
           end-if.
           call 'RGNCHK' using t1DeckName, runRegion.
           accept envOverride from environment "DECKEDIT_P2_DD".
           if envOverride is not equal to spaces
               move envOverride to p2DeckName
           end-if.
           call 'RGNCHK' using p2DeckName, runRegion.
           accept envOverride from environment "DECKEDIT_P3_DD".
           if envOverride is not equal to spaces
               move envOverride to p3DeckName
           end-if.
           call 'RGNCHK' using p3DeckName, runRegion.
           accept envOverride from environment "DECKEDIT_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           accept envOverride from environment "LOTREG_DD".
           if envOverride is not equal to spaces
               move envOverride to lotregFileName
           end-if.
           call 'RGNCHK' using lotregFileName, runRegion.
           perform loadLotRegistrations.
           accept envOverride from environment "XMITAL_DD".
           if envOverride is not equal to spaces
               move envOverride to xmitalFileName
           end-if.
           call 'RGNCHK' using xmitalFileName, runRegion.
           perform loadReceivedRegister.
           open output reportFile.
           if fsReport is not equal to "00"
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           move riBusinessDate to riOutBusinessDate.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
           add 1 to deckCardCount.
    *>    layout edits on the card proper: a signed numeric allocation
    *>    number, a real calendar date no later than the run date, and
    *>    (in the deck that carries them) a good check digit under the
    *>    card's scheme.
           if (ciSign is not equal to '+' and ciSign is not equal to '-')
                   or ciDigits is not numeric
               move deckCardCount to elCardNo
               perform validateCheckDigit
               if cdOk is not equal to 1
                   move deckCardCount to elCardNo
                   move spaces to elText
                   string 'BAD CHECK DIGIT (' cdScheme ')'
                          delimited by size into elText
                   write outLine from errorLine after advancing 1 line
                   add 1 to deckErrorCount
               end-if
                   add 1 to deckWarnCount
               end-if
           end-if.
           if cardNum is not less than zero
               move cardNum to blkNum
               move ciLot to blkLot
               move spaces to blkDept
               call 'BLKCHK' using blkNum, blkLot, blkDept, blkResult
               if blkResult is equal to 'N'
                   move deckCardCount to elCardNo
                   move spaces to elText
                   string 'NUMBER OUTSIDE ' delimited by size
                          blkDept delimited by space
                          ' ALLOCATION BLOCKS (WARNING)'
                              delimited by size
                       into elText
                   write outLine from errorLine after advancing 1 line
                   add 1 to deckWarnCount
               end-if
           end-if.
    *>    duplicate numbers within the deck.
           move zero to dupFound.
           perform varying dupIdx from 1 by 1
               move xmitControlNo to xrControlNo
               move xmitCount to xrCount
               move xmitPrepDate to xrPrepDate
               move riBusinessDate to xrBusinessDate
               write xmitalLine from xmitalRecord
               close xmitalFile
               if regCtlCount is less than 1000
               end-if
           end-if.

    *>    a card date that didn't parse is reported above on its own;
    *>    the digit is then proved under the scheme in force today.
       validateCheckDigit.
           move cardNum to cdNumber.
           move ciLot to cdLot.
           move spaces to cdDept.
           if ciDate is numeric
               move ciDate to cdDate
           else
               move zero to cdDate
           end-if.
           call 'CDCHECK' using cdAction, cdNumber, cdLot, cdDept,
               cdDate, cdScheme, cdResult.
           if cdResult is equal to 'Y'
               move 1 to cdOk
           else
               move zero to cdOk
