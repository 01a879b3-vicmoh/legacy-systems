    *>    always-running screen that answers "is this one number
    *>    prime" without sitting through primes3.cob's full
    *>    mainUserInputFunction menu or waiting for the nightly batch.
    *>    the screen opens on an operator signon through AUTHCHK, and
    *>    every number looked up goes on the inquiry access log
    *>    through ACCLOG before it is answered -- a lookup the log
    *>    can't take isn't answered at all.
       identification division.
       program-id. inquiry.

       select noteFile assign to dynamic noteFileName
           organization is line sequential
           file status is fsNote.
    *>    restate.cob's restatement history: the audit rows still say
    *>    what was decided at the time, so an answer moved since under
    *>    an approved policy change is taken from here, and the screen
    *>    says what it was before.
       select historyFile assign to dynamic historyFileName
           organization is line sequential
           file status is fsHistory.

       data division.
       file section.
                     03 xrefGenName pic x(40).
         fd noteFile.
             01 noteLine pic x(80).
         fd historyFile.
             01 historyLine pic x(130).

       working-storage section.
           77 userEntry pic x(10) value spaces.
               value "./cobol/assets/auditgen.dat".
           77 archiveFileName pic x(99).
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsP2Audit pic xx.
           77 fsP3Audit pic xx.
           77 fsCatalog pic xx.
               value "./cobol/assets/mstnote.dat".
           77 fsNote pic xx.
           77 annotationDisp pic x(40) value spaces.
    *>    the latest restatement of the keyed number, if any.
           77 historyFileName pic x(99)
               value "./cobol/assets/mstrst.dat".
           77 fsHistory pic xx.
           77 restateFound pic 9 value zero.
           77 restateDate pic x(8).
           77 restateNewClass pic x(15).
           77 restateDisp pic x(60) value spaces.
       COPY rstrec REPLACING RESTATE-RECORD BY historyRecord
                             RESTATE-NUM BY rhNum
                             RESTATE-DATE BY rhDate
                             RESTATE-TIME BY rhTime
                             RESTATE-JOB BY rhJob
                             RESTATE-PROPOSAL BY rhProposalId
                             RESTATE-LOT BY rhLot
                             RESTATE-PRIOR-CLASS BY rhPriorClass
                             RESTATE-NEW-CLASS BY rhNewClass
                             RESTATE-PRIOR-FACTOR BY rhPriorFactor
                             RESTATE-NEW-FACTOR BY rhNewFactor
                             RESTATE-REG-STATE BY rhRegState
                             RESTATE-REG-DATE BY rhRegDate.
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
       01 noteRecordIn.
           02 ntNum pic x(10).
           02 filler pic x.

       linkage section.
       screen section.
       01 operator-screen.
           02 blank screen.
           02 line 1 column 1 value "PRIME INQUIRY".
           02 line 3 column 1 value "YOUR OPERATOR ID: ".
           02 line 3 column 19 pic x(8) using inqOperator.
       01 prompt-screen.
           02 blank screen.
           02 line 1 column 1 value "PRIME INQUIRY".
           02 line 8 column 10 pic x(60) from historyDisp.
           02 line 9 column 1 value "NOTE:    ".
           02 line 9 column 10 pic x(40) from annotationDisp.
           02 line 10 column 1 value "RESTATED:".
           02 line 10 column 10 pic x(60) from restateDisp.

       procedure division.
       main-routine section.
           if envOverride is not equal to spaces
               move envOverride to p2AuditFileName
           end-if.
           call 'RGNCHK' using p2AuditFileName, runRegion.
           accept envOverride from environment "PRIMES3_AUDIT_DD".
           if envOverride is not equal to spaces
               move envOverride to p3AuditFileName
           end-if.
           call 'RGNCHK' using p3AuditFileName, runRegion.
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
           accept envOverride from environment "MSTRST_DD".
           if envOverride is not equal to spaces
               move envOverride to historyFileName
           end-if.
           call 'RGNCHK' using historyFileName, runRegion.
           call 'RGNCHK' using noteFileName, runRegion.
           display operator-screen.
           accept operator-screen.
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
               display "ACCESS DENIED. THE INQUIRY SCREEN REQUIRES AN "
                   "OPERATOR SIGNON."
               move 8 to return-code
               stop run
           end-if.
           perform until userEntry is equal to "X" or userEntry is equal to "x"
               display prompt-screen
               accept prompt-screen
                       move spaces to factorChainDisp2
                       move spaces to historyDisp
                       move spaces to annotationDisp
                       move spaces to restateDisp
                       perform logInquiry
                       if accessResult is not equal to 'Y'
                           continue
                       else
                       perform annotationLookup
                       perform restatementLookup
                       if num is less than zero
                           move "NEGATIVE NUMBERS NOT SUPPORTED" to
                               resultText
    *>    number, the screen answers with that decision and when it was
    *>    made; PRIMTEST only runs live when there's no history.
                       perform historyLookup
    *>    a restatement dated on or after the last decision is the
    *>    answer that stands now.
                       if historyFound is equal to 1
                               and restateFound is equal to 1
                               and restateDate is not less than bestDate
                           move restateNewClass to bestResult
                       end-if
                       if historyFound is equal to 1
                           move spaces to resultText
                           string function trim(bestResult)
                           end-if
                       end-if
                       end-if
                       end-if
                       display result-screen
                   end-if
               end-if
           display "GOOD BYE.".
           stop run.

    *>    the lookup onto the access log before anything is shown; a
    *>    busy or unwritable log turns the lookup away.
       logInquiry.
           move spaces to accessRecord.
           move inqOperator to axOperator.
           move 'INQUIRY' to axProgram.
           move function trim(userEntry) to axNum.
           call 'ACCLOG' using accessRecord, accessResult.
           if accessResult is equal to 'B'
               move "ACCESS LOG BUSY, TRY AGAIN" to resultText
           else if accessResult is not equal to 'Y'
               move "ACCESS LOG DOWN, NOT ANSWERED" to resultText
           end-if
           end-if.

    *>    the latest mstmnt.cob annotation for the keyed number --
    *>    notes append newest-last, so the last match wins. a missing
    *>    file just means nobody has annotated anything.
           end-perform.
           close noteFile.

    *>    the latest restatement of the keyed number -- the history
    *>    appends newest-last, so the last match wins. a missing file
    *>    just means nothing has been restated.
       restatementLookup.
           move zero to restateFound.
           open input historyFile.
           if fsHistory is not equal to "00"
               exit paragraph
           end-if.
           perform until fsHistory is not equal to "00"
               read historyFile
                   at end move "10" to fsHistory
                   not at end
                       move historyLine to historyRecord
                       if rhNum is numeric
                           if rhNum is equal to num
                               move 1 to restateFound
                               move rhDate to restateDate
                               move rhNewClass to restateNewClass
                               move spaces to restateDisp
                               string rhDate delimited by size
                                      " UNDER PROPOSAL " delimited by size
                                      rhProposalId delimited by size
                                      ", WAS " delimited by size
                                      function trim(rhPriorClass)
                                          delimited by size
                                   into restateDisp
                           end-if
                       end-if
               end-read
           end-perform.
           close historyFile.

    *>    scan both audit logs for the keyed number, keeping the most
    *>    recent decision by run date and time. a missing log just
    *>    means that program hasn't run -- the other one still counts.
           perform varying xgIdx from 1 by 1
                   until xgIdx is greater than xgCount
               move xgName(xgIdx) to archiveFileName
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
