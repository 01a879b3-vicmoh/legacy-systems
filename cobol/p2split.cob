    *>    primes2 runs can execute side by side against their own
    *>    *_DD overrides. p2comb.cob stitches the partial outputs
    *>    back together afterwards; jcl/parallel-classify.sh drives
    *>    the whole cycle. the receipt business date deblock.cob stamps
    *>    on a deck's control header carries over onto every partition
    *>    header, so the parallel night's audit rows date their cards
    *>    to the same processing day the serial run would have.
       identification division.
       program-id. p2split.

    *>    at them.
           77 partPrefix pic x(60) value "./p2part".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsInputFile pic xx.
           77 fsDriverFile pic xx.
           77 fsSeenFile pic xx.
           02 filler pic x(61).
       01 controlCard.
           02 ctCount pic 9(9).
           02 filler pic x.
           02 ctBusinessDate pic x(8).
           02 filler pic x(62).
    *>    the receipt business date the partitions are stamped with:
    *>    the one the stamped input decks share. decks stamped for
    *>    different days can't all keep their own once their cards are
    *>    mixed by range, so the earliest wins -- a card is never
    *>    dated later than it was actually received -- and the split
    *>    says so.
           77 splitBusinessDate pic 9(8) value zero.
           77 splitDatesMixed pic 9 value zero.
       01 seenRecordIn.
           02 siNum pic x(10).
           02 filler pic x(70).
           if envOverride is not equal to spaces
               move envOverride to inputFileName
           end-if.
           call 'RGNCHK' using inputFileName, runRegion.
           accept envOverride from environment "PRIMES2_DRIVER_DD".
           if envOverride is not equal to spaces
               move envOverride to driverFileName
           end-if.
           call 'RGNCHK' using driverFileName, runRegion.
           accept envOverride from environment "PRIMES2_SEEN_DD".
           if envOverride is not equal to spaces
               move envOverride to seenFileName
           end-if.
           call 'RGNCHK' using seenFileName, runRegion.
           accept envOverride from environment "P2SPLIT_PREFIX_DD".
           if envOverride is not equal to spaces
               move envOverride to partPrefix
                   ptRangeStart(partIdx) "-" ptRangeEnd(partIdx) ", "
                   ptCardCount(partIdx) " CARDS"
           end-perform.
           if splitDatesMixed is equal to 1
               display "INPUT DECKS RECEIVED FOR DIFFERENT BUSINESS "
                   "DATES, PARTITIONS STAMPED " splitBusinessDate "."
           end-if.
           move 0 to return-code.
           perform recordRunStatus.
           goback.
                       at end move 1 to eofDriver
                       not at end
                           move driverRecord to inputFileName
                           call 'RGNCHK' using inputFileName, runRegion
                           perform walkOneInput
                   end-read
               end-perform
                   at end continue
               end-read
           end-if.
           if passNumber is equal to 1
                   and ctBusinessDate is numeric
                   and ctBusinessDate is not equal to '00000000'
               if splitBusinessDate is equal to zero
                   move ctBusinessDate to splitBusinessDate
               else
                   if ctBusinessDate is not equal to splitBusinessDate
                       move 1 to splitDatesMixed
                       if ctBusinessDate is less than splitBusinessDate
                           move ctBusinessDate to splitBusinessDate
                       end-if
                   end-if
               end-if
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read inputFile into inCard
               move spaces to partLine
               move ptCardCount(partIdx) to ctCount
               move spaces to controlCard(10:71)
               if splitBusinessDate is not equal to zero
                   move splitBusinessDate to ctBusinessDate
               end-if
               write partLine from controlCard
               close partFile
           end-perform.
                  ".deck.P" delimited by size
                  partDigit delimited by size
               into partFileName.
           call 'RGNCHK' using partFileName, runRegion.

    *>    the seen file splits on the same boundaries in one pass:
    *>    it's ascending, so each partition's slice is contiguous and
                  ".seen.P" delimited by size
                  partDigit delimited by size
               into partFileName.
           call 'RGNCHK' using partFileName, runRegion.
