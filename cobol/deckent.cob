    *>    columns, and the check digit all have to be eyeballed. this
    *>    program takes the allocation base number, lot id and card
    *>    date on a screen form, validates each field as keyed,
    *>    computes the check digit primes2.cob's validateCheckDigit
    *>    will demand -- MOD-10 or MOD-11, whichever the lot's
    *>    department or block has in force on the card date, through
    *>    the shared CDCHECK subprogram -- shows the assembled 80-column
    *>    card for confirmation, and closes the session with a deck
    *>    carrying a correct TRAILER count -- pre-validated instead of
    *>    pre-broken. same screen-section style as inquiry.cob.
       working-storage section.
           77 deckFileName pic x(99) value "./deckent.deck".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsDeckFile pic xx.
           77 riDate pic 9(8).
    *>    screen form fields, validated as keyed.
           77 userExit pic x value space.
           77 entryOk pic 9.
           77 cardsWritten pic 9(9) value zero.
    *>    check digit computed over the 9 base digits by CDCHECK,
    *>    the exact complement of primes2.cob's validateCheckDigit
    *>    under the same scheme.
           77 cdBase pic 9(9).
           77 checkDigit pic 9.
           77 cdAction pic x value 'C'.
           77 cdNumber pic 9(10).
           77 cdLot pic x(10).
           77 cdDept pic x(8).
           77 cdDate pic 9(8).
           77 cdScheme pic x(5).
           77 cdResult pic x.
    *>    calendar check on the keyed date: month, day-in-month and
    *>    leap years, plus not later than today -- the same edits the
    *>    classification runs apply, so a keyed deck doesn't bounce.
           if envOverride is not equal to spaces
               move envOverride to deckFileName
           end-if.
           call 'RGNCHK' using deckFileName, runRegion.
           open output deckFile.
           if fsDeckFile is not equal to "00"
               display "FILE OPEN FAILURE, DECK STATUS " fsDeckFile
           move dtDate to acDate.
           display " ".
           display "ASSEMBLED CARD: " assembledCard.
           display "CHECK DIGIT SCHEME: " cdScheme.
           display "WRITE IT? (Y/N): ".
           accept entryConfirm.
           if entryConfirm is equal to 'Y' or entryConfirm is equal to 'y'
           move 1 to entryOk.
           if entryBase is numeric
               move entryBase to cdBase
           else
               display "BASE NUMBER MUST BE 9 DIGITS: " entryBase
               move zero to entryOk
               display "CARD DATE MUST BE YYYYMMDD: " entryDate
               move zero to entryOk
           end-if.
    *>    the scheme hangs on the lot's department and the card date,
    *>    so the digit waits until both have checked out.
           if entryOk is equal to 1
               perform computeCheckDigit
           end-if.

    *>    the complement of validateCheckDigit: in the full ten-digit
    *>    number the check digit sits in position 10. a base whose
    *>    MOD-11 remainder calls for a ten has no digit under that
    *>    scheme and can't be carded.
       computeCheckDigit.
           compute cdNumber = cdBase * 10.
           move entryLot to cdLot.
           move spaces to cdDept.
           move dtDate to cdDate.
           call 'CDCHECK' using cdAction, cdNumber, cdLot, cdDept,
               cdDate, cdScheme, cdResult.
           if cdResult is equal to 'Y'
               move cdNumber(10:1) to checkDigit
           else
               display "BASE NUMBER HAS NO " cdScheme
                   " CHECK DIGIT, IT CAN'T BE CARDED: " entryBase
               move zero to entryOk
           end-if.

    *>    month, day-in-month and leap-year edits on the keyed date.
       validateCardDate.
