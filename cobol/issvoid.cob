    *>    issued-number void and cancellation: once issueno.cob wrote a
    *>    number to the issuance register there was no way to say "this
    *>    was issued in error" or "the department cancelled it", so
    *>    issueage.cob aged voided numbers as never-received forever and
    *>    nobody could tell whether one was safe to issue again. this
    *>    transaction marks a register entry voided -- the void date,
    *>    the authorizing supervisor and the reason stamped into the
    *>    record's own tail -- behind a supervisor signon. a number
    *>    that has already come back through classification can't be
    *>    voided: it's in use. once voided, issueage.cob leaves the
    *>    number out of its aging, primes2.cob rejects any card still
    *>    carrying it, and regext.cob sends the day's voids to the
    *>    registry with the night's extract.
       identification division.
       program-id. issvoid.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    the register, updated through a work file copied back over
    *>    it, the same install regext.cob gives the open-item file.
       select issuregFile assign to dynamic issuregFileName
           organization is line sequential
           file status is fsIssureg.
       select issuregWorkFile assign to dynamic issuregWorkFileName
           organization is line sequential
           file status is fsIssuregWork.
       select seenFile assign to dynamic seenFileName
           organization is line sequential
           file status is fsSeen.

       data division.
       file section.
         fd issuregFile.
             01 issuregLine pic x(80).
         fd issuregWorkFile.
             01 issuregWorkLine pic x(80).
         fd seenFile.
             01 seenLine pic x(80).

       working-storage section.
           77 issuregFileName pic x(99)
               value "./cobol/assets/issureg.dat".
           77 issuregWorkFileName pic x(99).
           77 seenFileName pic x(99) value "./primes.seen".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsIssureg pic xx.
           77 fsIssuregWork pic xx.
           77 fsSeen pic xx.
           77 eofFile pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
    *>    voiding a number takes it back from a department: supervisor
    *>    role required, proven through AUTHCHK before the menu opens.
           77 voidOperator pic x(8) value spaces.
           77 gatePassword pic x(8) value spaces.
           77 gateRequiredRole pic x value 'S'.
           77 gateResult pic x.
           77 menuChoice pic x value space.
    *>    the number under void and what the register says about it.
           77 userEntry pic x(10).
           77 voidNum pic 9(10).
           77 voidReason pic x(20).
           77 reasonEntry pic x(20).
           77 confirmEntry pic x value space.
           77 openEntries pic 9(4).
           77 voidedEntries pic 9(4).
           77 markedCount pic 9(4).
           77 foundDate pic x(8).
           77 foundDept pic x(8).
           77 listedCount pic 9(9).
           77 numInUse pic 9.
    *>    the register's record layout, issueno.cob's own, with the
    *>    void stamp in the tail the original record left blank.
       01 issuregRecordIn.
           02 igDate pic x(8).
           02 filler pic x.
           02 igTime pic x(8).
           02 filler pic x.
           02 igDept pic x(8).
           02 filler pic x.
           02 igNum pic x(10).
           02 filler pic x.
           02 igVoidFlag pic x.
           02 filler pic x.
           02 igVoidDate pic x(8).
           02 filler pic x.
           02 igVoidOperator pic x(8).
           02 filler pic x.
           02 igVoidReason pic x(20).
           02 filler pic x(2).
       01 seenRecordIn.
           02 siNum pic x(10).
           02 filler pic x(70).
    *>    the seen file is rewritten in place by primes2 and backout;
    *>    it is read under the same FILELOCK enqueue they install it
    *>    under, so the in-use check never sees half a file.
           77 lkAction pic x.
           77 lkResource pic x(40) value 'PRIMES-SEEN'.
           77 lkResult pic x.

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept envOverride from environment "ISSUREG_DD".
           if envOverride is not equal to spaces
               move envOverride to issuregFileName
           end-if.
           call 'RGNCHK' using issuregFileName, runRegion.
           accept envOverride from environment "PRIMES2_SEEN_DD".
           if envOverride is not equal to spaces
               move envOverride to seenFileName
           end-if.
           call 'RGNCHK' using seenFileName, runRegion.
           move spaces to issuregWorkFileName.
           string function trim(issuregFileName) delimited by size
                  ".wrk" delimited by size
               into issuregWorkFileName.
           display "ISSUED NUMBER VOID AND CANCELLATION".
           display "Your operator id: ".
           accept voidOperator.
           display "Your password: ".
           accept gatePassword.
           call 'AUTHCHK' using voidOperator, gatePassword,
               gateRequiredRole, gateResult.
           if gateResult is not equal to 'Y'
               display "ACCESS DENIED. VOIDING AN ISSUED NUMBER "
                   "REQUIRES A SUPERVISOR SIGNON."
               move 8 to return-code
               goback
           end-if.
           perform until menuChoice is equal to "x"
                   or menuChoice is equal to "X"
               display " "
               display "-------------------------------------------------"
               display "ISSUED NUMBER VOID AND CANCELLATION"
               display "v -> Void an issued number."
               display "l -> List voided numbers."
               display "x -> Exit."
               display "-------------------------------------------------"
               display "enter an option:"
               accept menuChoice
               if menuChoice is equal to "v" or menuChoice is equal to "V"
                   perform voidOneNumber
               else if menuChoice is equal to "l"
                       or menuChoice is equal to "L"
                   perform listVoided
               else if menuChoice is not equal to "x" and
                       menuChoice is not equal to "X"
                   display "INVALID OPTION, TRY AGAIN."
               end-if
               end-if
               end-if
           end-perform.
           display "Terminating program...".
           display "Good bye.".
           move 0 to return-code.
           goback.

       voidOneNumber.
           display "Allocation number to void (10 digits): ".
           move spaces to userEntry.
           accept userEntry.
           if userEntry is not numeric
               display "ALLOCATION NUMBER MUST BE TEN DIGITS, NOTHING "
                   "VOIDED."
               exit paragraph
           end-if.
           move userEntry to voidNum.
           perform findOnRegister.
           if fsIssureg is not equal to "00"
               exit paragraph
           end-if.
           if openEntries is equal to zero
               if voidedEntries is greater than zero
                   display "NUMBER " voidNum " IS ALREADY VOIDED."
               else
                   display "NUMBER " voidNum
                       " IS NOT ON THE ISSUANCE REGISTER."
               end-if
               exit paragraph
           end-if.
           perform checkNumberInUse.
           if numInUse is equal to 1
               display "NUMBER " voidNum " HAS ALREADY BEEN CLASSIFIED "
                   "-- IT IS IN USE AND CAN'T BE VOIDED."
               exit paragraph
           end-if.
           display "ISSUED " foundDate " TO " foundDept.
           display "Reason (e = issued in error, c = cancelled by the "
               "department, or type the reason): ".
           move spaces to reasonEntry.
           accept reasonEntry.
           if reasonEntry is equal to "e" or reasonEntry is equal to "E"
               move "ISSUED IN ERROR" to voidReason
           else if reasonEntry is equal to "c"
                   or reasonEntry is equal to "C"
               move "CANCELLED BY DEPT" to voidReason
           else
               move reasonEntry to voidReason
           end-if
           end-if.
           if voidReason is equal to spaces
                   or voidReason(2:19) is equal to spaces
               display "A REASON IS REQUIRED, NOTHING VOIDED."
               exit paragraph
           end-if.
           display "Void " voidNum " (" function trim(voidReason)
               ")? (y/n): ".
           move space to confirmEntry.
           accept confirmEntry.
           if confirmEntry is not equal to "y"
                   and confirmEntry is not equal to "Y"
               display "NOTHING VOIDED."
               exit paragraph
           end-if.
           perform markRegisterVoided.
           if markedCount is greater than zero
               display "NUMBER " voidNum " VOIDED."
           end-if.

    *>    the number's register entries: still-open ones can be voided,
    *>    already-voided ones just explain a second attempt.
       findOnRegister.
           move zero to openEntries.
           move zero to voidedEntries.
           move spaces to foundDate.
           move spaces to foundDept.
           open input issuregFile.
           if fsIssureg is not equal to "00"
               display "ISSUANCE REGISTER NOT AVAILABLE, STATUS "
                   fsIssureg " FILE " function trim(issuregFileName)
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read issuregFile into issuregRecordIn
                   at end move 1 to eofFile
                   not at end
                       if igNum is numeric
                           if igNum is equal to voidNum
                               if igVoidFlag is equal to 'V'
                                   add 1 to voidedEntries
                               else
                                   add 1 to openEntries
                                   move igDate to foundDate
                                   move igDept to foundDept
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.
           close issuregFile.
           move "00" to fsIssureg.

    *>    a number on primes.seen has been through a run: it's in use
    *>    whatever the register says.
       checkNumberInUse.
           move zero to numInUse.
           move 'L' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           open input seenFile.
           if fsSeen is equal to "00"
               move zero to eofFile
               perform until eofFile is equal to 1
                   read seenFile into seenRecordIn
                       at end move 1 to eofFile
                       not at end
                           if siNum is numeric
                               if siNum is equal to voidNum
                                   move 1 to numInUse
                                   move 1 to eofFile
                               else if siNum is greater than voidNum
                                   move 1 to eofFile
                               end-if
                               end-if
                           end-if
                   end-read
               end-perform
               close seenFile
           end-if.
           move 'U' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.

    *>    every open entry for the number gets the void stamp; the
    *>    register goes through the work file and is copied back whole.
       markRegisterVoided.
           move zero to markedCount.
           open input issuregFile.
           open output issuregWorkFile.
           if fsIssureg is not equal to "00"
                   or fsIssuregWork is not equal to "00"
               display "REGISTER UPDATE FAILURE, STATUS " fsIssureg
                   " " fsIssuregWork ", NOTHING VOIDED."
               close issuregFile
               close issuregWorkFile
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read issuregFile into issuregRecordIn
                   at end move 1 to eofFile
                   not at end
                       if igNum is numeric
                           if igNum is equal to voidNum
                                   and igVoidFlag is not equal to 'V'
                               move 'V' to igVoidFlag
                               move riDate to igVoidDate
                               move voidOperator to igVoidOperator
                               move voidReason to igVoidReason
                               add 1 to markedCount
                           end-if
                       end-if
                       write issuregWorkLine from issuregRecordIn
               end-read
           end-perform.
           close issuregFile.
           close issuregWorkFile.
           open input issuregWorkFile.
           open output issuregFile.
           if fsIssuregWork is not equal to "00"
                   or fsIssureg is not equal to "00"
               display "REGISTER INSTALL FAILURE, STATUS " fsIssureg
                   " " fsIssuregWork " -- REGISTER IS ON "
                   function trim(issuregWorkFileName)
               move zero to markedCount
           else
               move zero to eofFile
               perform until eofFile is equal to 1
                   read issuregWorkFile
                       at end move 1 to eofFile
                       not at end write issuregLine from issuregWorkLine
                   end-read
               end-perform
           end-if.
           close issuregWorkFile.
           close issuregFile.

       listVoided.
           move zero to listedCount.
           open input issuregFile.
           if fsIssureg is not equal to "00"
               display "ISSUANCE REGISTER NOT AVAILABLE, STATUS "
                   fsIssureg " FILE " function trim(issuregFileName)
               exit paragraph
           end-if.
           display " ".
           display "VOIDED NUMBERS:".
           display "NUMBER     ISSUED   DEPT     VOIDED   BY       REASON".
           move zero to eofFile.
           perform until eofFile is equal to 1
               read issuregFile into issuregRecordIn
                   at end move 1 to eofFile
                   not at end
                       if igVoidFlag is equal to 'V'
                           display igNum " " igDate " " igDept " "
                               igVoidDate " " igVoidOperator " "
                               igVoidReason
                           add 1 to listedCount
                       end-if
               end-read
           end-perform.
           close issuregFile.
           if listedCount is equal to zero
               display "  (NONE)"
           end-if.
