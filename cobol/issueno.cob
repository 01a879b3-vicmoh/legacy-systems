    *>    upstream departments keep asking what check digit to put on
    *>    a new number, and the honest answer used to be an awk
    *>    fragment living in a shell comment. given a base number (or
    *>    a start and a quantity), this program computes the check
    *>    digit exactly as primes2.cob's validateCheckDigit will
    *>    verify it -- MOD-10 or MOD-11, whichever scheme the
    *>    requesting department (or the block the number sits in) has
    *>    in force on the issue date, through the shared CDCHECK
    *>    subprogram; a base with no MOD-11 digit is skipped on the
    *>    register -- checks each candidate against the persistent
    *>    seen-ID history so a number already in use is never issued,
    *>    prints an issuance register, and optionally writes a
    *>    ready-to-submit card deck in incard.cpy's layout complete
    *>    with a TRAILER count. numbers are only issued from inside the
    *>    requesting department's allocation blocks (blkmnt.cob); a
    *>    candidate outside them is refused on the register.
       identification division.
       program-id. issueno.

           77 registerFileName pic x(99) value "./issueno.out".
           77 deckFileName pic x(99) value "./issueno.deck".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsSeenFile pic xx.
           77 fsRegister pic xx.
           77 fsDeckFile pic xx.
           77 fullNum pic 9(10).
           77 issuedCount pic 9(9) value zero.
           77 inUseCount pic 9(9) value zero.
           77 refusedCount pic 9(9) value zero.
    *>    department allocation blocks, asked through BLKCHK: a number
    *>    outside the requesting department's blocks is refused, never
    *>    issued. with no blocks on file at all the check is off.
           77 blkNum pic 9(10).
           77 blkLot pic x(10) value spaces.
           77 blkDept pic x(8).
           77 blkResult pic x.
    *>    seen-ID stream, advanced in step with the candidates.
           77 seenAvailable pic 9 value zero.
           77 seenEof pic 9 value zero.
           02 seenNum pic 9(10).
           02 filler pic x value space.
           02 seenFirstDate pic 9(8).
    *>    check digit over the 9 base digits by CDCHECK, the exact
    *>    complement of primes2.cob's validateCheckDigit (and the same
    *>    call deckent.cob keys by).
           77 checkDigit pic 9.
           77 cdAction pic x value 'C'.
           77 cdNumber pic 9(10).
           77 cdLot pic x(10) value spaces.
           77 cdDept pic x(8).
           77 cdDate pic 9(8).
           77 cdScheme pic x(5).
           77 cdResult pic x.
           77 noDigitCount pic 9(9) value zero.
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(26) value 'ALLOCATION NUMBER ISSUANCE'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           02 rdBase pic 9(9).
           02 filler pic x(13) value ' CHECK DIGIT '.
           02 rdCheck pic 9.
           02 filler pic x value space.
           02 rdScheme pic x(5).
           02 filler pic x(7) value '  FULL '.
           02 rdFull pic 9(10).
           02 filler pic x(2) value spaces.
           02 rsIssued pic z(8)9.
           02 filler pic x(9) value ' ISSUED, '.
           02 rsInUse pic z(8)9.
           02 filler pic x(26) value ' ALREADY IN USE, SKIPPED, '.
           02 rsRefused pic z(8)9.
           02 filler pic x(35) value
               ' REFUSED OUTSIDE DEPARTMENT BLOCKS'.
       01 noDigitSummaryLine.
           02 filler pic x value space.
           02 ndCount pic z(8)9.
           02 filler pic x(41) value
               ' SKIPPED, NO CHECK DIGIT UNDER THE SCHEME'.
    *>    issued card, incard.cpy's exact layout, plus the trailer
    *>    tutorial1's read loop reconciles on.
       01 issuedCard.
           if envOverride is not equal to spaces
               move envOverride to seenFileName
           end-if.
           call 'RGNCHK' using seenFileName, runRegion.
           accept envOverride from environment "ISSUENO_REGISTER_DD".
           if envOverride is not equal to spaces
               move envOverride to registerFileName
           end-if.
           call 'RGNCHK' using registerFileName, runRegion.
           accept envOverride from environment "ISSUENO_DECK_DD".
           if envOverride is not equal to spaces
               move envOverride to deckFileName
           end-if.
           call 'RGNCHK' using deckFileName, runRegion.
           accept envOverride from environment "ISSUREG_DD".
           if envOverride is not equal to spaces
               move envOverride to issuregFileName
           end-if.
           call 'RGNCHK' using issuregFileName, runRegion.
           display "ALLOCATION NUMBER ISSUANCE".
           display "Requesting department: ".
           accept requestingDept.

           move riDate to riOutDate.
           move riTime to riOutTime.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write registerLine from titleLine after advancing 0 lines.
           write registerLine from theUnderLine after advancing 1 line.
           write registerLine from runInfoLine after advancing 1 line.

           move issuedCount to rsIssued.
           move inUseCount to rsInUse.
           move refusedCount to rsRefused.
           write registerLine from registerSummaryLine
               after advancing 2 lines.
           if noDigitCount is greater than zero
               move noDigitCount to ndCount
               write registerLine from noDigitSummaryLine
                   after advancing 1 line
           end-if.
           if seenAvailable is equal to 1
               close seenFile
           end-if.
           end-if.
           close registerFile.
           display "ISSUANCE COMPLETE: " issuedCount " ISSUED, "
               inUseCount " ALREADY IN USE, " refusedCount
               " OUTSIDE DEPARTMENT BLOCKS, " noDigitCount
               " WITH NO CHECK DIGIT.".
    *>    a collision with the history, or a number outside the
    *>    department's blocks, is worth flagging to the job log even
    *>    though the register explains it.
           if inUseCount is greater than zero
                   or refusedCount is greater than zero
               move 4 to return-code
           else
               move 0 to return-code
    *>    one candidate: compute its check digit, build the full
    *>    number, and prove it against the history before it's issued.
       issueOneNumber.
           perform computeCheckDigit.
           compute fullNum = currentBase * 10 + checkDigit.
           move currentBase to rdBase.
           move checkDigit to rdCheck.
           move cdScheme to rdScheme.
           move fullNum to rdFull.
    *>    a base whose MOD-11 remainder calls for a ten has no digit
    *>    under that scheme: it is passed over, never issued.
           if cdResult is not equal to 'Y'
               move 'SKIPPED, NO DIGIT' to rdStatus
               add 1 to noDigitCount
               write registerLine from registerDetailLine
                   after advancing 1 line
               exit paragraph
           end-if.
    *>    the history is ascending and so are the candidates, so the
    *>    stream only ever moves forward -- same balanced read
    *>    primes2.cob uses against the same file.
                   or seenNum is not less than fullNum
               perform readSeenRecord
           end-perform.
           move fullNum to blkNum.
           move requestingDept to blkDept.
           call 'BLKCHK' using blkNum, blkLot, blkDept, blkResult.
           if blkResult is equal to 'N'
               move 'REFUSED, OUTSIDE BLOCK' to rdStatus
               add 1 to refusedCount
           else if seenAvailable is equal to 1
                   and seenEof is equal to zero
                   and seenNum is equal to fullNum
               move 'ALREADY IN USE, KEPT' to rdStatus
               add 1 to inUseCount
                   move deckDate to icDate
                   write deckLine from issuedCard
               end-if
           end-if
           end-if.
           write registerLine from registerDetailLine
               after advancing 1 line.
               at end move 1 to seenEof
           end-read.

    *>    the complement of validateCheckDigit, same call deckent.cob
    *>    makes: the scheme is the requesting department's (or the
    *>    block's) as of today, the date the issued card will carry.
       computeCheckDigit.
           compute cdNumber = currentBase * 10.
           move requestingDept to cdDept.
           move riDate to cdDate.
           call 'CDCHECK' using cdAction, cdNumber, cdLot, cdDept,
               cdDate, cdScheme, cdResult.
           if cdResult is equal to 'Y'
               move cdNumber(10:1) to checkDigit
           else
               move zero to checkDigit
           end-if.
