    *>    primes2.cob's audit log (whose rows carry the lot id and card
    *>    date), closing with a one-line lot summary of cards, primes,
    *>    composites and rejects. same always-running screen style as
    *>    inquiry.cob. a lot a supervisor has put on hold through
    *>    lothold.cob says so above its cards, with the reason, and a
    *>    lot released from hold shows when it was let go. the screen
    *>    opens on an operator signon through AUTHCHK, and every lot
    *>    looked up goes on the inquiry access log through ACCLOG
    *>    before its cards are listed.
       identification division.
       program-id. lotinq.

           access mode is sequential
           record key is xrefNum
           file status is fsXref.
    *>    lothold.cob's holds.
       select holdFile assign to dynamic holdFileName
           organization is line sequential
           file status is fsHold.

       data division.
       file section.
                 02 xrefGenCount pic 9(2).
                 02 xrefGenEntry occurs 10 times.
                     03 xrefGenName pic x(40).
         fd holdFile.
             01 holdLine pic x(80).

       working-storage section.
           77 p2AuditFileName pic x(99) value "./primes.audit".
               value "./cobol/assets/auditgen.dat".
           77 archiveFileName pic x(99).
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsP2Audit pic xx.
           77 fsCatalog pic xx.
           77 fsArchive pic xx.
           77 lkAction pic x.
           77 lkResource pic x(40) value 'PRIMES-AUDIT'.
           77 lkResult pic x.
    *>    who is asking: an operator id is required at screen start,
    *>    proven through AUTHCHK; the operator role is enough.
           77 inqOperator pic x(8) value spaces.
           77 gatePassword pic x(8) value spaces.
           77 gateRequiredRole pic x value 'O'.
           77 gateResult pic x.
    *>    the access-log row for each lookup, and ACCLOG's verdict.
           77 accessResult pic x.
       COPY accrec REPLACING ACCESS-RECORD BY accessRecord
                             ACCESS-DATE BY axDate
                             ACCESS-TIME BY axTime
                             ACCESS-OPERATOR BY axOperator
                             ACCESS-PROGRAM BY axProgram
                             ACCESS-NUM BY axNum
                             ACCESS-LOT BY axLot
                             ACCESS-FROM-DATE BY axFromDate
                             ACCESS-TO-DATE BY axToDate
                             ACCESS-JOB BY axJob.
           77 holdFileName pic x(99)
               value "./cobol/assets/lothold.dat".
           77 fsHold pic xx.
       COPY holdrec REPLACING HOLD-RECORD BY holdRecord
                              HOLD-LOT BY hrLot
                              HOLD-STATE BY hrState
                              HOLD-DATE BY hrDate
                              HOLD-OPERATOR BY hrOperator
                              HOLD-REASON BY hrReason
                              HOLD-RELEASE-DATE BY hrReleaseDate
                              HOLD-RELEASE-OPERATOR BY hrReleaseOperator.
    *>    primes2.cob's audit record layout, fixed-width, including the
    *>    lot id and card date on the tail.
       01 auditRecordIn.

       linkage section.
       screen section.
       01 operatorScreen.
           02 blank screen.
           02 line 1 column 1 value "LOT INQUIRY".
           02 line 3 column 1 value "YOUR OPERATOR ID: ".
           02 line 3 column 19 pic x(8) using inqOperator.
       01 lotScreen.
           02 blank screen.
           02 line 1 column 1 value "LOT INQUIRY".
           if envOverride is not equal to spaces
               move envOverride to p2AuditFileName
           end-if.
           call 'RGNCHK' using p2AuditFileName, runRegion.
           accept envOverride from environment "AUDITCUT_CATALOG_DD".
           if envOverride is not equal to spaces
               move envOverride to catalogFileName
           end-if.
           call 'RGNCHK' using catalogFileName, runRegion.
           accept envOverride from environment "AUDITXREF_DD".
           if envOverride is not equal to spaces
               move envOverride to xrefFileName
           end-if.
           call 'RGNCHK' using xrefFileName, runRegion.
           accept envOverride from environment "LOTHOLD_DD".
           if envOverride is not equal to spaces
               move envOverride to holdFileName
           end-if.
           call 'RGNCHK' using holdFileName, runRegion.
           display operatorScreen.
           accept operatorScreen.
           if inqOperator is equal to spaces
               display "OPERATOR ID REQUIRED. GOOD BYE."
               move 8 to return-code
               stop run
           end-if.
           display "Your password: ".
           accept gatePassword.
           call 'AUTHCHK' using inqOperator, gatePassword,
               gateRequiredRole, gateResult.
           if gateResult is not equal to 'Y'
               display "ACCESS DENIED. LOT INQUIRY REQUIRES AN "
                   "OPERATOR SIGNON."
               move 8 to return-code
               stop run
           end-if.
           perform until userExit is equal to "X" or userExit is equal to "x"
               display lotScreen
               accept lotScreen
           move zero to primeCount.
           move zero to compositeCount.
           move zero to rejectCount.
    *>    the lookup goes on the access log before anything is shown;
    *>    a busy or unwritable log turns it away.
           move spaces to accessRecord.
           move inqOperator to axOperator.
           move 'LOTINQ' to axProgram.
           move userLotId to axLot.
           call 'ACCLOG' using accessRecord, accessResult.
           if accessResult is not equal to 'Y'
               if accessResult is equal to 'B'
                   display "ACCESS LOG BUSY, TRY AGAIN SHORTLY."
               else
                   display "ACCESS LOG NOT AVAILABLE, LOT NOT LISTED."
               end-if
               display "PRESS ENTER TO CONTINUE."
               accept userExit
               exit paragraph
           end-if.
           move 'L' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if lkResult is equal to 'B'
               accept userExit
               exit paragraph
           end-if.
           perform showLotHold.
           open input p2AuditFile.
           if fsP2Audit is not equal to "00"
               display "AUDIT FILE NOT AVAILABLE, STATUS " fsP2Audit
           display "PRESS ENTER TO CONTINUE.".
           accept userExit.

    *>    the lot's hold, if it has ever had one; a missing hold file
    *>    just means nothing has ever been held.
       showLotHold.
           open input holdFile.
           if fsHold is not equal to "00"
               exit paragraph
           end-if.
           perform until fsHold is not equal to "00"
               read holdFile
                   at end move "10" to fsHold
                   not at end
                       move holdLine to holdRecord
                       if hrLot is equal to userLotId
                           display " "
                           if hrState is equal to 'H'
                               display "** LOT " userLotId " ON HOLD SINCE "
                                   hrDate " BY " hrOperator
                                   ", RESULTS WITHHELD FROM DISTRIBUTION"
                           else
                               display "LOT " userLotId " RELEASED FROM "
                                   "HOLD ON " hrReleaseDate " BY "
                                   hrReleaseOperator ", HELD SINCE " hrDate
                           end-if
                           display "   HOLD REASON: " hrReason
                       end-if
               end-read
           end-perform.
           close holdFile.

    *>    the archived generations: one pass of the cross-reference
    *>    collects the generations carrying this lot's numbers, and
    *>    only those get opened -- after every one of them proves it
           perform varying genListIdx from 1 by 1
                   until genListIdx is greater than genListCount
               move genListName(genListIdx) to archiveFileName
               call 'RGNCHK' using archiveFileName, runRegion
               open input archiveFile
               if fsArchive is equal to "00"
                   close archiveFile
           perform scanOneArchiveFile.

       scanOneArchiveFile.
           call 'RGNCHK' using archiveFileName, runRegion.
           open input archiveFile.
           if fsArchive is equal to "00"
               move zero to eofAudit
