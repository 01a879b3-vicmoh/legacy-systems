    *>    by the forced-change dialog below; spaces on a record from
    *>    before the date was carried, read as "unknown -- change it".
                 02 authRecLastChanged pic x(8).
    *>    role byte ('O'/'S'/'A'/'B', AUTHCHK reads it); option 2 takes
    *>    any authorized operator, but the byte has to ride through
    *>    the forced-change rewrite untouched. a 'B' batch service
    *>    account signs on through the batch entry point only.
                 02 authRecRole pic x.
    *>    'D' on an account recert.cob disabled for dormancy: it
    *>    signs on to nothing until authmnt re-enables it, and the
    *>    byte rides through the forced-change rewrite like the role.
                 02 authRecStatus pic x.
         fd seclogFile.
             01 seclogLine pic x(80).
         fd authexpFile.
           77 auditFileName pic x(99) value "./primes3.audit".
           77 fsAuditFile pic xx.
           77 envOverride pic x(99).
           77 runRegion pic x.
    *>    'NEGATIVE NUMBER', 'ILLEGAL INPUT', 'NOT A PRIME' or 'PRIME' --
    *>    set right before perform writeAuditRow at each classification
    *>    site.
                   03 authTablePassword pic x(8).
                   03 authTableLastChanged pic 9(8).
                   03 authTableRole pic x.
                   03 authTableStatus pic x.
    *>    password aging: a password older than expiryDays (or one
    *>    whose change date was never recorded) forces the change
    *>    dialog before option 2 opens anything. the day limit comes
           02 filler pic x value space.
           02 aclTarget pic x(8).
           02 filler pic x(35) value spaces.
    *>    unattended file mode: when the job step supplies the deck on
    *>    PRIMES3_INPUT_DD the menu is bypassed and option 2's
    *>    classification runs straight through, the output on
    *>    PRIMES3_OUTPUT_DD (replaced, never prompted about) and the
    *>    service account on PRIMES3_USERID/PRIMES3_PASSWORD proven
    *>    through AUTHCHK against the batch service role.
           77 batchMode pic x value 'N'.
           77 batchRequiredRole pic x value 'B'.
           77 batchAuthResult pic x.
    *>    failed-signon lockout: three failed userid/password attempts
    *>    in one session lock option 2 for the rest of the run, so a
    *>    caller can't sit at the menu guessing pairs all night. every
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(20) value 'PRIME NUMBER RESULTS'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
       if envOverride is not equal to spaces
           move envOverride to auditFileName
       end-if.
       call 'RGNCHK' using auditFileName, runRegion.
       open extend auditFile.
       if fsAuditFile is not equal to "00"
           open output auditFile
       if envOverride is not equal to spaces
           move envOverride to authFileName
       end-if.
       call 'RGNCHK' using authFileName, runRegion.
       accept envOverride from environment "PRIMES3_SECLOG_DD".
       if envOverride is not equal to spaces
           move envOverride to seclogFileName
       end-if.
       call 'RGNCHK' using seclogFileName, runRegion.
       accept envOverride from environment "AUTHEXP_PARM_DD".
       if envOverride is not equal to spaces
           move envOverride to authexpFileName
       end-if.
       call 'RGNCHK' using authexpFileName, runRegion.
       accept envOverride from environment "AUTHMNT_LOG_DD".
       if envOverride is not equal to spaces
           move envOverride to authChgLogFileName
       end-if.
       call 'RGNCHK' using authChgLogFileName, runRegion.
       perform loadExpiryPolicy.
       accept envOverride from environment "PRIMES3_JRNL_DD".
       if envOverride is not equal to spaces
           move envOverride to jrnlFileName
       end-if.
       call 'RGNCHK' using jrnlFileName, runRegion.
    *>    the session opens on the journal the moment the program
    *>    does; every row after this carries the same date and start
    *>    time, which is how sessrep.cob pulls one session back out.
       move 'START' to jrnlEventText.
       perform writeJournalRow.

    *>    a deck named on the job step means an unattended run; an
    *>    operator at the terminal gets the menu as always.
       accept envOverride from environment "PRIMES3_INPUT_DD".
       if envOverride is not equal to spaces
           move envOverride to inputFileName
           move 'Y' to batchMode
       end-if.
       call 'RGNCHK' using inputFileName, runRegion.

       if batchMode is equal to 'Y'
           perform batchFileFunction
       else
           perform mainUserInputFunction
       end-if.

       *> close the input and output file.
       *> then return control to whatever called this program.
               perform writeJournalRow
           end-if.

    *>    option 2 without the menu: the job step's service account
    *>    is proven through AUTHCHK, the deck and report files come off
    *>    the step's DDs, and primeFunction runs the classification and
    *>    leaves on its own end-of-file exit with the usual 0/4 code.
    *>    a refused signon or a file that won't open is an 8, and falls
    *>    back through the mainline's own session-end/run-status exit.
       batchFileFunction.
           move "2" to userOption
           move "./primes3.out" to outputFileName
           accept envOverride from environment "PRIMES3_OUTPUT_DD"
           if envOverride is not equal to spaces
               move envOverride to outputFileName
           end-if
           call 'RGNCHK' using outputFileName, runRegion
           accept authUserIdEntry from environment "PRIMES3_USERID"
           accept authPasswordEntry from environment "PRIMES3_PASSWORD"
           move 'BATCH   ' to jrnlEventType
           move spaces to jrnlEventText
           string "INPUT: " delimited by size
                  inputFileName delimited by size
               into jrnlEventText
           perform writeJournalRow
           move spaces to jrnlEventText
           string "OUTPUT: " delimited by size
                  outputFileName delimited by size
               into jrnlEventText
           perform writeJournalRow
           call 'AUTHCHK' using authUserIdEntry, authPasswordEntry,
               batchRequiredRole, batchAuthResult
           move 'SIGNON  ' to jrnlEventType
           move spaces to jrnlEventText
           if batchAuthResult is equal to 'Y'
               move 1 to authIsAuthorized
               string authUserIdEntry delimited by size
                      " GRANTED" delimited by size
                   into jrnlEventText
               perform writeJournalRow
           else
               string authUserIdEntry delimited by size
                      " DENIED" delimited by size
                   into jrnlEventText
               perform writeJournalRow
               if batchAuthResult is equal to 'M'
                   display "NO AUTHORIZED OPERATOR FILE FOUND, BATCH "
                       "RUN REFUSED."
               else
                   display "BATCH SIGNON DENIED FOR " authUserIdEntry
                       ", A BATCH SERVICE ROLE IS REQUIRED."
               end-if
               move 'BATCH DENIED    ' to slReason
               perform writeSeclogRow
               move 8 to return-code
               exit paragraph
           end-if
           open input inputFile, output outputFile
           if fsInputFile is not equal to "00"
                   or fsOutputFile is not equal to "00"
               display "FILE OPEN FAILURE, INPUT STATUS "
                   fsInputFile " OUTPUT STATUS " fsOutputFile
               move 8 to return-code
               exit paragraph
           end-if
           move zero to pageNumber
           perform writePageHeader
           display "Reading from file..."
           display "Writing result..."
           perform primeFunction.

    *>    a new operator shouldn't have to
    *>    open the cobol source to learn what option 2 expects on its
    *>    input cards.
                   if authTableUserId(authIdx) is equal to authUserIdEntry
                           and authTablePassword(authIdx) is equal to
                               authPasswordEntry
                           and authTableRole(authIdx) is not equal to 'B'
                           and authTableStatus(authIdx) is not equal to 'D'
                       move 1 to authIsAuthorized
                       move authIdx to authFoundIdx
                       exit perform
                           end-if
                           move authRecRole to
                               authTableRole(authCount)
                           move authRecStatus to
                               authTableStatus(authCount)
                   end-read
               end-perform
               close authFile
                   move authTableLastChanged(authIdx) to
                       authRecLastChanged
                   move authTableRole(authIdx) to authRecRole
                   move authTableStatus(authIdx) to authRecStatus
                   write authRecord
               end-perform
               close authFile
       writePageHeader.
           add 1 to pageNumber.
           move pageNumber to riOutPage.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           if pageNumber is equal to 1
               write outLine from titleLine after advancing 0 lines
           else
