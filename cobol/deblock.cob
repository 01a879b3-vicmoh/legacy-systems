    *>      XMITBAT batch-id(8) card-count(9)
    *>    everything after a batch header, up to the next one, is
    *>    that deck's cards in incard.cpy's layout.
    *>
    *>    the transmission is the receipt: every deck split out of it
    *>    is stamped, on its control-total header, with the processing
    *>    business date PRODCAL assigns to the moment it was taken in
    *>    -- at or after the daily receipt cutoff, or on a non-working
    *>    day, that is the next business day -- and primes2 carries
    *>    the stamp through to its audit rows.
       identification division.
       program-id. deblock.

           77 deckPrefix pic x(60) value "./deblock".
           77 driverFileName pic x(99) value "./primes.files".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsTrans pic xx.
           77 fsDeck pic xx.
           77 fsDriver pic xx.
    *>    completion record for the console status board.
           77 rsProgram pic x(9) value 'DEBLOCK'.
           77 rsRc pic s9(4).
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 riBusinessDate pic 9(8).
           77 calFunc pic x.
           77 calDate1 pic 9(8).
           77 calDate2 pic 9(8).
           77 calResult pic s9(9).
       01 batchHeaderIn.
           02 bhMarker pic x(8).
           02 bhBatchId pic x(8).
           02 bhCount pic x(9).
           02 filler pic x(55).
    *>    primes2's control-total header, with the receipt business
    *>    date stamped beside the count.
       01 controlCard.
           02 ctCount pic 9(9).
           02 filler pic x value space.
           02 ctBusinessDate pic 9(8).
           02 filler pic x(62) value spaces.

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           move 'R' to calFunc.
           move riDate to calDate1.
           move riTime to calDate2.
           call 'PRODCAL' using calFunc, calDate1, calDate2, calResult.
           move calResult to riBusinessDate.
           accept envOverride from environment "DEBLOCK_INPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to transFileName
           end-if.
           call 'RGNCHK' using transFileName, runRegion.
           accept envOverride from environment "DEBLOCK_PREFIX_DD".
           if envOverride is not equal to spaces
               move envOverride to deckPrefix
           if envOverride is not equal to spaces
               move envOverride to driverFileName
           end-if.
           call 'RGNCHK' using driverFileName, runRegion.
           open input transFile.
           if fsTrans is not equal to "00"
               display "TRANSMISSION NOT AVAILABLE, STATUS " fsTrans
           display "DE-BLOCK COMPLETE: " decksSplit " DECKS, "
               cardsSplit " CARDS, " mismatchCount
               " COUNT MISMATCHES.".
           display "DECKS RECEIVED FOR BUSINESS DATE " riBusinessDate
               ".".
    *>    a deck short of its batch header's count is exactly the
    *>    lost-cards-at-the-split-point fault this program exists to
    *>    catch: stop the stream rather than merge a clipped deck.
                  ".D" delimited by size
                  deckSeq delimited by size
               into deckFileName.
           call 'RGNCHK' using deckFileName, runRegion.
           open output deckFile.
           if fsDeck is not equal to "00"
               display "DECK FILE OPEN FAILURE, STATUS " fsDeck
           end-if.
    *>    the deck opens with a primes2-style control-total header
    *>    carrying the batch header's own count, so the merge
    *>    reconciles the deck a second time on its own, and the
    *>    receipt business date the whole transmission was stamped
    *>    with.
           move expectedCount to ctCount.
           move riBusinessDate to ctBusinessDate.
           write deckLine from controlCard.
           move 1 to deckIsOpen.
           if listCount is less than 200
