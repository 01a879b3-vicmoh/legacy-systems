    *>    date range, or a job id -- any combination, blank means "any"
    *>    -- and lists every matching decision row from both logs with
    *>    its run date/time/job. same always-running screen style as
    *>    inquiry.cob. the screen opens on an operator signon through
    *>    AUTHCHK, and every search goes on the inquiry access log
    *>    through ACCLOG, filters as keyed, before any row is listed.
       identification division.
       program-id. auditinq.

               value "./cobol/assets/auditgen.dat".
           77 archiveFileName pic x(99).
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsP2Audit pic xx.
           77 fsP3Audit pic xx.
           77 fsCatalog pic xx.
           77 lkAction pic x.
           77 lkResource pic x(40) value 'PRIMES-AUDIT'.
           77 lkResult pic x.
    *>    who is asking: an operator id is required at screen start,
    *>    proven through AUTHCHK; the operator role is enough.
           77 inqOperator pic x(8) value spaces.
           77 gatePassword pic x(8) value spaces.
           77 gateRequiredRole pic x value 'O'.
           77 gateResult pic x.
    *>    the access-log row for each search, and ACCLOG's verdict.
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
    *>    the xref hit's generation list, copied local and proven
    *>    openable before the fast path runs with it.
           77 xgCount pic 9(2).

       linkage section.
       screen section.
       01 operatorScreen.
           02 blank screen.
           02 line 1 column 1 value "AUDIT LOG INQUIRY".
           02 line 3 column 1 value "YOUR OPERATOR ID: ".
           02 line 3 column 19 pic x(8) using inqOperator.
       01 searchScreen.
           02 blank screen.
           02 line 1 column 1 value "AUDIT LOG INQUIRY".
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
               display "ACCESS DENIED. AUDIT INQUIRY REQUIRES AN "
                   "OPERATOR SIGNON."
               move 8 to return-code
               stop run
           end-if.
           perform until userExit is equal to "X" or userExit is equal to "x"
               display searchScreen
               accept searchScreen
    *>    one search pass: resolve the keyed filters once, then scan
    *>    both audit files against them, listing matches as they come.
       runSearch.
    *>    the search goes on the access log before anything is shown;
    *>    a busy or unwritable log turns it away.
           move spaces to accessRecord.
           move inqOperator to axOperator.
           move 'AUDITINQ' to axProgram.
           move userNum to axNum.
           move userFromDate to axFromDate.
           move userToDate to axToDate.
           move userJob to axJob.
           call 'ACCLOG' using accessRecord, accessResult.
           if accessResult is not equal to 'Y'
               if accessResult is equal to 'B'
                   display "ACCESS LOG BUSY, TRY AGAIN SHORTLY."
               else
                   display "ACCESS LOG NOT AVAILABLE, SEARCH NOT RUN."
               end-if
               display "PRESS ENTER TO CONTINUE."
               accept userExit
               exit paragraph
           end-if.
           move 'L' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if lkResult is equal to 'B'
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
