    *>    operator key a corrected allocation number, re-validates the
    *>    correction on the spot, and writes a clean resubmission deck
    *>    complete with a fresh TRAILER card so it can go straight back
    *>    through tutorial1. the reason shown is the one the rejecting
    *>    run stamped on the reject record, off the shared reason-code
    *>    table -- only a bare card from an older reject file has its
    *>    reason worked out again from the card itself.
       identification division.
       program-id. rework.

       data division.
       file section.
         fd rejectFile.
             01 rejectLine pic x(130).
    *>    resubmission deck: flat X(80) records, cards first and a
    *>    TRAILER card last, the exact shape tutorial1.cob's read loop
    *>    expects back.
           77 rejectFileName pic x(99) value "./primes.rej".
           77 resubFileName pic x(99) value "./rework.resub".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsRejectFile pic xx.
           77 fsResubFile pic xx.
           77 eof pic 9 value zero.
           77 numvalCheck pic s9(4) usage is comp.
           77 correctionDone pic 9.
           77 correctionOk pic 9.
    *>    check-digit validation through the shared CDCHECK
    *>    subprogram, the same call primes2.cob's validateCheckDigit
    *>    makes, so a card accepted here is a card primes2 will accept
    *>    back.
           77 cdOk pic 9 value 1.
           77 cdAction pic x value 'V'.
           77 cdNumber pic 9(10).
           77 cdLot pic x(10).
           77 cdDept pic x(8).
           77 cdDate pic 9(8).
           77 cdScheme pic x(5).
           77 cdResult pic x.
    *>    calendar edits on the card date, the same month/day/leap
    *>    checks primes1.cob and primes2.cob apply.
       01 dtWork.
           02 rawSign pic x.
           02 rawDigits pic x(10).
           02 filler pic x(69).
    *>    shared reject record and reason codes, the same ones
    *>    tutorial1.cob and primes2.cob write.
           77 reasonIdx pic 9(2).
       COPY rejcode REPLACING REASON-COUNT BY reasonCount
                              REASON-VALUES BY reasonValues
                              REASON-TABLE BY reasonTable
                              REASON-ENTRY BY reasonEntry
                              REASON-CODE BY reasonCode
                              REASON-TEXT BY reasonText.
       COPY rejrec REPLACING REJECT-RECORD BY rejectRecord
                             REJECT-CARD BY rejectCardImage
                             REJECT-REASON-CODE BY rejectReasonCode
                             REJECT-REASON-TEXT BY rejectReasonText
                             REJECT-RUN-DATE BY rejectRunDate
                             REJECT-JOB BY rejectJob
                             REJECT-LOT BY rejectLot.
       01 trailerCard.
           02 filler pic x(8) value 'TRAILER '.
           02 trailerCount pic 9(9).
           if envOverride is not equal to spaces
               move envOverride to rejectFileName
           end-if.
           call 'RGNCHK' using rejectFileName, runRegion.
           accept envOverride from environment "REWORK_RESUB_DD".
           if envOverride is not equal to spaces
               move envOverride to resubFileName
           end-if.
           call 'RGNCHK' using resubFileName, runRegion.
           open input rejectFile.
           if fsRejectFile is not equal to "00"
               display "FILE OPEN FAILURE, REJECT STATUS " fsRejectFile
           end-if.
           display "REJECT REWORK -- FILE " function trim(rejectFileName).
           perform until eof is equal to 1
               read rejectFile into rejectRecord
                   at end move 1 to eof
                   not at end
                       move rejectCardImage to inCard
                       perform reworkOneCard
               end-read
           end-perform.
    *>    fresh TRAILER card carrying the count of cards actually
    *>    same way the classification programs will.
       reworkOneCard.
           add 1 to cardsRead.
           if rejectReasonCode is equal to spaces
               perform determineFailReason
           else
               perform lookUpRecordedReason
           end-if.
           display " ".
           display "CARD " cardsRead ": " inCard.
           display "  REASON: " rejectReasonCode " " failReason.
           if rejectRunDate is not equal to spaces
               display "  REJECTED " rejectRunDate " JOB " rejectJob
                   " LOT " rejectLot
           end-if.
           move zero to correctionDone.
           perform until correctionDone is equal to 1
               display "  ENTER CORRECTED ALLOCATION NUMBER "
               end-if
           end-perform.

    *>    the reason the rejecting run recorded, worded the way the
    *>    shared table words it.
       lookUpRecordedReason.
           move rejectReasonText to failReason.
           perform varying reasonIdx from 1 by 1
                   until reasonIdx is greater than reasonCount
               if reasonCode(reasonIdx) is equal to rejectReasonCode
                   move reasonText(reasonIdx) to failReason
               end-if
           end-perform.

    *>    a reject file from before the reason was carried: recompute
    *>    why this card failed, from the card alone, in the same order
    *>    the classification programs reject: a number field that isn't
    *>    a signed number at all, a negative number, a bad check
    *>    digit, then PRIMTEST's own illegal-input cutoff.
       determineFailReason.
           if (rawSign is not equal to '+' and rawSign is not equal to '-')
                   or rawDigits is not numeric
               end-if
           end-if.

    *>    check-digit validation: same treatment as primes2.cob's
    *>    validateCheckDigit -- the rightmost digit proved under the
    *>    scheme the card's department or block had in force on the
    *>    card's date. a date that won't parse fails its own edit next;
    *>    the digit is proved under today's scheme meanwhile.
       validateCheckDigit.
           move num to cdNumber.
           move inLotId to cdLot.
           move spaces to cdDept.
           if inCardDate is numeric
               move inCardDate to cdDate
           else
               move zero to cdDate
           end-if.
           call 'CDCHECK' using cdAction, cdNumber, cdLot, cdDept,
               cdDate, cdScheme, cdResult.
           if cdResult is equal to 'Y'
               move 1 to cdOk
           else
               move zero to cdOk
