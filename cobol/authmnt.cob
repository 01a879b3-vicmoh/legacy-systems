    *>    whole night shift out of option 2. this program is the one
    *>    sanctioned way the auth file gets touched: list operators,
    *>    add one, delete one, change a password with re-key
    *>    confirmation, re-enable an account the dormant-account sweep
    *>    disabled -- and every change is recorded with date, time
    *>    and the changing operator on a change log. same
    *>    screen-section front-end style as inquiry.cob and primes3's
    *>    overwriteConfirmScreen.
                 02 authRecUserId pic x(8).
                 02 authRecPassword pic x(8).
                 02 authRecLastChanged pic x(8).
    *>    role byte: 'O' operator, 'S' supervisor, 'A' admin, 'B'
    *>    batch service account. blank on a record from before roles
    *>    were carried, read as plain operator -- the least-privileged
    *>    answer.
                 02 authRecRole pic x.
    *>    status byte: 'D' disabled by recert.cob's dormant-account
    *>    sweep, anything else active.
                 02 authRecStatus pic x.
         fd logFile.
             01 logLine pic x(80).

           77 authFileName pic x(99) value "./primes3.auth".
           77 logFileName pic x(99) value "./cobol/assets/authmnt.log".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsAuthFile pic xx.
           77 fsLogFile pic xx.
           77 riDate pic 9(8).
               03 authTablePassword pic x(8).
               03 authTableLastChanged pic 9(8).
               03 authTableRole pic x.
               03 authTableStatus pic x.
    *>    entry form fields: the password is keyed twice and has to
    *>    match itself before anything is written.
           77 entryUserId pic x(8) value spaces.
    *>    pwChangeOk discipline primes3's forced-change dialog uses.
           77 rewriteOk pic 9.
           77 supervisorCount pic 9(4).
           77 listStatus pic x(10).
       01 logRecord.
           02 lgDate pic 9(8).
           02 filler pic x value space.
           02 line 11 column 19 pic x(8) using entryPassword.
           02 line 12 column 1 value "RE-KEY PASSWORD:  ".
           02 line 12 column 19 pic x(8) using entryConfirm.
           02 line 13 column 1 value "ROLE (O/S/A/B):   ".
           02 line 13 column 19 pic x using entryRole.
       01 deleteScreen.
           02 line 10 column 1 value "USERID TO DELETE: ".
           02 line 10 column 19 pic x(8) using entryUserId.
       01 enableScreen.
           02 line 10 column 1 value "USERID TO ENABLE: ".
           02 line 10 column 19 pic x(8) using entryUserId.
       01 changeScreen.
           02 line 10 column 1 value "USERID:           ".
           02 line 10 column 19 pic x(8) using entryUserId.
           if envOverride is not equal to spaces
               move envOverride to authFileName
           end-if.
           call 'RGNCHK' using authFileName, runRegion.
           accept envOverride from environment "AUTHMNT_LOG_DD".
           if envOverride is not equal to spaces
               move envOverride to logFileName
           end-if.
           call 'RGNCHK' using logFileName, runRegion.
           display operatorScreen.
           accept operatorScreen.
           if changingOperator is equal to spaces
               display "a -> Add an operator."
               display "d -> Delete an operator."
               display "c -> Change an operator's password."
               display "e -> Re-enable a disabled operator."
               display "x -> Exit."
               display "-------------------------------------------------"
               display "enter an option:"
               else if menuChoice is equal to "c"
                       or menuChoice is equal to "C"
                   perform changePassword
               else if menuChoice is equal to "e"
                       or menuChoice is equal to "E"
                   perform enableOperator
               else if menuChoice is not equal to "x" and
                       menuChoice is not equal to "X"
                   display "INVALID OPTION, TRY AGAIN."
                           end-if
                           if authRecRole is equal to 'S'
                                   or authRecRole is equal to 'A'
                                   or authRecRole is equal to 'B'
                               move authRecRole to
                                   authTableRole(authCount)
                           else
                               move 'O' to authTableRole(authCount)
                           end-if
                           if authRecStatus is equal to 'D'
                               move 'D' to authTableStatus(authCount)
                           else
                               move space to authTableStatus(authCount)
                           end-if
                   end-read
               end-perform
               close authFile
           display "OPERATORS ON FILE (ROLE, PASSWORD LAST CHANGED):".
           perform varying authIdx from 1 by 1
                   until authIdx is greater than authCount
               if authTableStatus(authIdx) is equal to 'D'
                   move "  DISABLED" to listStatus
               else
                   move spaces to listStatus
               end-if
               if authTableLastChanged(authIdx) is equal to zero
                   display "  " authTableUserId(authIdx) "  "
                       authTableRole(authIdx) "  (NEVER RECORDED)"
                       listStatus
               else
                   display "  " authTableUserId(authIdx) "  "
                       authTableRole(authIdx) "  "
                       authTableLastChanged(authIdx) listStatus
               end-if
           end-perform.
           if authCount is equal to zero
                   move entryUserId to authTableUserId(authCount)
                   move entryPassword to authTablePassword(authCount)
                   move riDate to authTableLastChanged(authCount)
                   move space to authTableStatus(authCount)
    *>    anything but an explicit S, A or B keys in as plain operator.
                   if entryRole is equal to 'S' or entryRole is equal
                           to 's'
                       move 'S' to authTableRole(authCount)
                   else if entryRole is equal to 'A'
                           or entryRole is equal to 'a'
                       move 'A' to authTableRole(authCount)
                   else if entryRole is equal to 'B'
                           or entryRole is equal to 'b'
                       move 'B' to authTableRole(authCount)
                   else
                       move 'O' to authTableRole(authCount)
                   end-if
                   end-if
                   end-if
                   perform rewriteAuthFile
                   if rewriteOk is equal to 1
                       move "ADD     " to lgAction
               end-if
           end-if.

    *>    an account the dormant sweep disabled comes back only
    *>    through here, on a supervisor's say-so and onto the log.
       enableOperator.
           move spaces to entryUserId.
           display enableScreen.
           accept enableScreen.
           perform findOperator.
           if foundIdx is equal to zero
               display "USERID NOT ON FILE, NOTHING ENABLED."
           else if authTableStatus(foundIdx) is not equal to 'D'
               display "USERID IS NOT DISABLED, NOTHING ENABLED."
           else
               move space to authTableStatus(foundIdx)
               perform rewriteAuthFile
               if rewriteOk is equal to 1
                   move "ENABLE  " to lgAction
                   perform writeLogRow
                   display "OPERATOR RE-ENABLED: " entryUserId
               else
                   perform recoverFromFailedRewrite
               end-if
           end-if.

    *>    the whole table is written back after every change, so a
    *>    session cut short mid-menu still leaves a complete file on
    *>    disk rather than a half-applied edit.
                   move authTableLastChanged(authIdx) to
                       authRecLastChanged
                   move authTableRole(authIdx) to authRecRole
                   move authTableStatus(authIdx) to authRecStatus
                   write authRecord
               end-perform
               close authFile
