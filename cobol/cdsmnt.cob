    *>    check-digit scheme maintenance: cdscheme.dat says which
    *>    check-digit scheme -- the original MOD-10 or the weighted
    *>    MOD-11 that catches adjacent swaps -- a department's numbers
    *>    carry, from what date, and optionally for one allocation
    *>    block only. CDCHECK reads it for issuance, card entry, the
    *>    pre-edit, the classification run and rework. this program is
    *>    the one sanctioned way the file gets touched: list, schedule
    *>    a changeover, delete a changeover that hasn't taken effect
    *>    -- every change on a change log with date, time, operator
    *>    and the record. a changeover that is already in force can't
    *>    be deleted: cards issued under it are in flight, and the
    *>    way back is a new changeover to the old scheme. same
    *>    screen-section maintenance style and supervisor gate as
    *>    blkmnt.cob.
       identification division.
       program-id. cdsmnt.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    same CDSCHEME_DD override CDCHECK reads by.
       select schemeFile assign to dynamic schemeFileName
           organization is line sequential
           file status is fsScheme.
    *>    the department master, read to confirm a changeover goes to
    *>    a department that exists.
       select deptFile assign to dynamic deptFileName
           organization is line sequential
           file status is fsDept.
    *>    the allocation blocks, read so a block-level changeover names
    *>    a block the department actually holds.
       select blockFile assign to dynamic blockFileName
           organization is line sequential
           file status is fsBlock.
    *>    append-only change log, separate from the file itself so the
    *>    record of a change survives the next change.
       select logFile assign to dynamic logFileName
           organization is line sequential
           file status is fsLogFile.

       data division.
       file section.
    *>    one record per changeover: department code ('*' for every
    *>    department without one of its own), the block's first and
    *>    last number (blank for the whole department), the date it
    *>    takes effect and the scheme.
         fd schemeFile.
             01 schemeRecord.
                 02 smDept pic x(8).
                 02 filler pic x.
                 02 smLow pic x(10).
                 02 filler pic x.
                 02 smHigh pic x(10).
                 02 filler pic x.
                 02 smEffective pic x(8).
                 02 filler pic x.
                 02 smScheme pic x(5).
                 02 filler pic x(35).
         fd deptFile.
             01 deptRecord.
                 02 dmPrefix pic x(3).
                 02 filler pic x.
                 02 dmDept pic x(8).
                 02 filler pic x(68).
         fd blockFile.
             01 blockRecord.
                 02 bmDept pic x(8).
                 02 filler pic x.
                 02 bmLow pic 9(10).
                 02 filler pic x.
                 02 bmHigh pic 9(10).
                 02 filler pic x(50).
         fd logFile.
             01 logLine pic x(99).

       working-storage section.
           77 schemeFileName pic x(99)
               value "./cobol/assets/cdscheme.dat".
           77 deptFileName pic x(99)
               value "./cobol/assets/deptmst.dat".
           77 blockFileName pic x(99)
               value "./cobol/assets/allocblk.dat".
           77 logFileName pic x(99) value "./cobol/assets/cdsmnt.log".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsScheme pic xx.
           77 fsDept pic xx.
           77 fsBlock pic xx.
           77 fsLogFile pic xx.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
    *>    the operator making the changes, keyed once at startup and
    *>    stamped on every change-log row.
           77 changingOperator pic x(8) value spaces.
           77 menuChoice pic x value space.
    *>    the scheme decides which cards pass: supervisor role
    *>    required, proven through AUTHCHK before the menu opens.
           77 gatePassword pic x(8) value spaces.
           77 gateRequiredRole pic x value 'S'.
           77 gateResult pic x.
    *>    in-memory copy of the changeovers, kept in department, range
    *>    and effective-date order and written back whole after every
    *>    change, the same rewrite-the-whole-file approach blkmnt.cob
    *>    takes.
           77 schemeCount pic 9(4) value zero.
           77 schemeIdx pic 9(4).
           77 foundIdx pic 9(4).
           77 insertIdx pic 9(4).
           77 shiftIdx pic 9(4).
       01 schemeTable.
           02 schemeEntry occurs 300 times.
               03 stKey.
                   04 stDept pic x(8).
                   04 stLow pic x(10).
                   04 stHigh pic x(10).
                   04 stEffective pic x(8).
               03 stScheme pic x(5).
    *>    the department codes on file, for the schedule edit; with no
    *>    department master on disk the edit stays off.
           77 deptCount pic 9(4) value zero.
           77 deptIdx pic 9(4).
           77 deptKnown pic 9.
       01 deptTable.
           02 deptEntry occurs 500 times.
               03 dtCode pic x(8).
    *>    entry form fields, validated before anything is written.
           77 entryDept pic x(8) value spaces.
           77 entryLow pic x(10) value spaces.
           77 entryEffective pic x(8) value spaces.
           77 entryScheme pic x(5) value spaces.
           77 entryOk pic 9.
           77 workHigh pic x(10).
       01 workKey.
           02 wkDept pic x(8).
           02 wkLow pic x(10).
           02 wkHigh pic x(10).
           02 wkEffective pic x(8).
    *>    calendar edits on the keyed effective date, the same
    *>    month/day/leap checks calmnt.cob applies.
       01 dtWork.
           02 dtDate pic 9(8).
       01 dtWorkRedef redefines dtWork.
           02 dtYear pic 9(4).
           02 dtMonth pic 99.
           02 dtDay pic 99.
           77 dtValid pic 9.
           77 dtMaxDay pic 99.
           77 dtLeapRem pic 9(4).
       01 logRecord.
           02 lgDate pic 9(8).
           02 filler pic x value space.
           02 lgTime pic 9(8).
           02 filler pic x value space.
           02 lgOperator pic x(8).
           02 filler pic x value space.
           02 lgAction pic x(8).
           02 filler pic x value space.
           02 lgDept pic x(8).
           02 filler pic x value space.
           02 lgLow pic x(10).
           02 filler pic x value space.
           02 lgHigh pic x(10).
           02 filler pic x value space.
           02 lgEffective pic x(8).
           02 filler pic x value space.
           02 lgScheme pic x(5).

       linkage section.
       screen section.
    *>    same screen-section style blkmnt.cob already uses.
       01 operatorScreen.
           02 blank screen.
           02 line 1 column 1 value "CHECK-DIGIT SCHEME MAINTENANCE".
           02 line 3 column 1 value "YOUR OPERATOR ID: ".
           02 line 3 column 19 pic x(8) using changingOperator.
       01 entryScreen.
           02 line 10 column 1 value "DEPARTMENT CODE (*=ALL):".
           02 line 10 column 26 pic x(8) using entryDept.
           02 line 11 column 1 value "BLOCK FIRST NUMBER:     ".
           02 line 11 column 26 pic x(10) using entryLow.
           02 line 12 column 1 value "EFFECTIVE (YYYYMMDD):   ".
           02 line 12 column 26 pic x(8) using entryEffective.
           02 line 13 column 1 value "SCHEME (MOD10/MOD11):   ".
           02 line 13 column 26 pic x(5) using entryScheme.
       01 deleteScreen.
           02 line 10 column 1 value "DEPARTMENT CODE (*=ALL):".
           02 line 10 column 26 pic x(8) using entryDept.
           02 line 11 column 1 value "BLOCK FIRST NUMBER:     ".
           02 line 11 column 26 pic x(10) using entryLow.
           02 line 12 column 1 value "EFFECTIVE (YYYYMMDD):   ".
           02 line 12 column 26 pic x(8) using entryEffective.

       procedure division.
       main-routine section.
       main-para.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept envOverride from environment "CDSCHEME_DD".
           if envOverride is not equal to spaces
               move envOverride to schemeFileName
           end-if.
           call 'RGNCHK' using schemeFileName, runRegion.
           accept envOverride from environment "DEPTMST_DD".
           if envOverride is not equal to spaces
               move envOverride to deptFileName
           end-if.
           call 'RGNCHK' using deptFileName, runRegion.
           accept envOverride from environment "ALLOCBLK_DD".
           if envOverride is not equal to spaces
               move envOverride to blockFileName
           end-if.
           call 'RGNCHK' using blockFileName, runRegion.
           accept envOverride from environment "CDSMNT_LOG_DD".
           if envOverride is not equal to spaces
               move envOverride to logFileName
           end-if.
           call 'RGNCHK' using logFileName, runRegion.
           display operatorScreen.
           accept operatorScreen.
           if changingOperator is equal to spaces
               move "OPERATOR" to changingOperator
           end-if.
           display "Your password: ".
           accept gatePassword.
           call 'AUTHCHK' using changingOperator, gatePassword,
               gateRequiredRole, gateResult.
           if gateResult is not equal to 'Y'
               display "ACCESS DENIED. CHECK-DIGIT SCHEME MAINTENANCE "
                   "REQUIRES A SUPERVISOR SIGNON."
               move 8 to return-code
               goback
           end-if.
           perform loadSchemeTable.
           perform loadDeptCodes.
           perform until menuChoice is equal to "x"
                   or menuChoice is equal to "X"
               display " "
               display "-------------------------------------------------"
               display "CHECK-DIGIT SCHEME MAINTENANCE (" schemeCount
                   " CHANGEOVERS)"
               display "l -> List changeovers."
               display "a -> Schedule a changeover."
               display "d -> Delete a changeover not yet in effect."
               display "x -> Exit."
               display "-------------------------------------------------"
               display "enter an option:"
               accept menuChoice
               if menuChoice is equal to "l" or menuChoice is equal to "L"
                   perform listSchemes
               else if menuChoice is equal to "a"
                       or menuChoice is equal to "A"
                   perform addScheme
               else if menuChoice is equal to "d"
                       or menuChoice is equal to "D"
                   perform deleteScheme
               else if menuChoice is not equal to "x" and
                       menuChoice is not equal to "X"
                   display "INVALID OPTION, TRY AGAIN."
               end-if
           end-perform.
           display "Terminating program...".
           display "Good bye.".
           goback.

       loadSchemeTable.
           open input schemeFile.
           if fsScheme is equal to "00"
               perform until fsScheme is not equal to "00"
                       or schemeCount is equal to 300
                   read schemeFile
                       at end
                           move "10" to fsScheme
                       not at end
                           if smDept is not equal to spaces
                                   and smEffective is numeric
                               move smDept to wkDept
                               move smLow to wkLow
                               move smHigh to wkHigh
                               move smEffective to wkEffective
                               move smScheme to entryScheme
                               perform insertSchemeEntry
                           end-if
                   end-read
               end-perform
               close schemeFile
           else
               display "NO CHANGEOVERS YET, EVERY DEPARTMENT IS MOD10; "
                   "STARTING A SCHEME FILE AT "
                   function trim(schemeFileName)
           end-if.
           move spaces to entryScheme.

       loadDeptCodes.
           open input deptFile.
           if fsDept is equal to "00"
               perform until fsDept is not equal to "00"
                   read deptFile
                       at end
                           move "10" to fsDept
                       not at end
                           if dmDept is not equal to spaces
                               move dmDept to entryDept
                               perform findDeptCode
                               if deptKnown is equal to zero
                                       and deptCount is less than 500
                                   add 1 to deptCount
                                   move dmDept to dtCode(deptCount)
                               end-if
                           end-if
                   end-read
               end-perform
               close deptFile
           end-if.
           move spaces to entryDept.

       findDeptCode.
           move zero to deptKnown.
           perform varying deptIdx from 1 by 1
                   until deptIdx is greater than deptCount
               if dtCode(deptIdx) is equal to entryDept
                   move 1 to deptKnown
                   exit perform
               end-if
           end-perform.

       listSchemes.
           display " ".
           display "CHECK-DIGIT CHANGEOVERS (NO RANGE = WHOLE DEPT):".
           display "DEPT     FIRST      LAST       EFFECTIVE SCHEME".
           perform varying schemeIdx from 1 by 1
                   until schemeIdx is greater than schemeCount
               display stDept(schemeIdx) " " stLow(schemeIdx) " "
                   stHigh(schemeIdx) " " stEffective(schemeIdx) "  "
                   stScheme(schemeIdx)
           end-perform.
           if schemeCount is equal to zero
               display "  (NONE -- MOD10 EVERYWHERE)"
           end-if.

    *>    the changeover with exactly the keyed department, range and
    *>    effective date, if there is one.
       findScheme.
           move zero to foundIdx.
           perform varying schemeIdx from 1 by 1
                   until schemeIdx is greater than schemeCount
               if stKey(schemeIdx) is equal to workKey
                   move schemeIdx to foundIdx
                   exit perform
               end-if
           end-perform.

    *>    slot a changeover in department, range, effective-date order.
       insertSchemeEntry.
           compute insertIdx = schemeCount + 1.
           perform varying schemeIdx from 1 by 1
                   until schemeIdx is greater than schemeCount
               if stKey(schemeIdx) is greater than workKey
                   move schemeIdx to insertIdx
                   exit perform
               end-if
           end-perform.
           perform varying shiftIdx from schemeCount by -1
                   until shiftIdx is less than insertIdx
               move schemeEntry(shiftIdx) to schemeEntry(shiftIdx + 1)
           end-perform.
           add 1 to schemeCount.
           move workKey to stKey(insertIdx).
           move entryScheme to stScheme(insertIdx).

       validateDept.
           if entryDept is equal to spaces
               display "DEPARTMENT CODE REQUIRED."
               move zero to entryOk
               exit paragraph
           end-if.
           if entryDept is equal to '*'
               exit paragraph
           end-if.
           if deptCount is greater than zero
               perform findDeptCode
               if deptKnown is equal to zero
                   display "DEPARTMENT " entryDept
                       " NOT ON THE DEPARTMENT MASTER."
                   move zero to entryOk
               end-if
           end-if.

    *>    a blank first number means the whole department; otherwise
    *>    the block must be one the department holds on allocblk.dat,
    *>    and its last number is taken from there.
       validateBlock.
           move spaces to workHigh.
           if entryLow is equal to spaces
               exit paragraph
           end-if.
           if entryDept is equal to '*'
               display "A SHOP-WIDE CHANGEOVER CAN'T NAME A BLOCK."
               move zero to entryOk
               exit paragraph
           end-if.
           if entryLow is not numeric
               display "BLOCK FIRST NUMBER MUST BE TEN DIGITS."
               move zero to entryOk
               exit paragraph
           end-if.
           open input blockFile.
           if fsBlock is equal to "00"
               perform until fsBlock is not equal to "00"
                       or workHigh is not equal to spaces
                   read blockFile
                       at end
                           move "10" to fsBlock
                       not at end
                           if bmDept is equal to entryDept
                                   and bmLow is numeric
                                   and bmLow is equal to entryLow
                               move bmHigh to workHigh
                           end-if
                   end-read
               end-perform
               close blockFile
           end-if.
           if workHigh is equal to spaces
               display "NO BLOCK STARTING AT " entryLow " HELD BY "
                   entryDept "."
               move zero to entryOk
           end-if.

    *>    a real calendar date, and not in the past -- a changeover
    *>    backdated over cards already validated would turn them bad
    *>    after the fact.
       validateEffective.
           move zero to dtValid.
           if entryEffective is numeric
               move entryEffective to dtDate
               perform validateCalendarDate
           end-if.
           if dtValid is not equal to 1
               display "EFFECTIVE DATE IS NOT A CALENDAR DATE."
               move zero to entryOk
               exit paragraph
           end-if.
           if dtDate is less than riDate
               display "EFFECTIVE DATE IS IN THE PAST."
               move zero to entryOk
           end-if.

       addScheme.
           if schemeCount is equal to 300
               display "SCHEME TABLE FULL AT 300, NOTHING SCHEDULED."
               exit paragraph
           end-if.
           move spaces to entryDept.
           move spaces to entryLow.
           move spaces to entryEffective.
           move spaces to entryScheme.
           display entryScreen.
           accept entryScreen.
           move function upper-case(entryScheme) to entryScheme.
           move 1 to entryOk.
           perform validateDept.
           if entryOk is equal to 1
               perform validateBlock
           end-if.
           if entryOk is equal to 1
               perform validateEffective
           end-if.
           if entryOk is equal to 1
                   and entryScheme is not equal to 'MOD10'
                   and entryScheme is not equal to 'MOD11'
               display "SCHEME MUST BE MOD10 OR MOD11."
               move zero to entryOk
           end-if.
           if entryOk is not equal to 1
               display "NOTHING SCHEDULED."
               exit paragraph
           end-if.
           move entryDept to wkDept.
           move entryLow to wkLow.
           move workHigh to wkHigh.
           move entryEffective to wkEffective.
           perform findScheme.
           if foundIdx is not equal to zero
               display "A CHANGEOVER FOR THAT DEPARTMENT, RANGE AND DATE "
                   "IS ALREADY ON FILE, NOTHING SCHEDULED."
               exit paragraph
           end-if.
           perform insertSchemeEntry.
           perform rewriteSchemeFile.
           move "ADD     " to lgAction.
           perform writeLogRow.
           display "CHANGEOVER SCHEDULED: " wkDept " TO " entryScheme
               " FROM " wkEffective.

    *>    only a changeover still in the future can go; one already in
    *>    force has cards in flight under it.
       deleteScheme.
           move spaces to entryDept.
           move spaces to entryLow.
           move spaces to entryEffective.
           display deleteScreen.
           accept deleteScreen.
           if entryDept is equal to spaces
                   or entryEffective is not numeric
               display "DEPARTMENT AND EFFECTIVE DATE REQUIRED, NOTHING "
                   "DELETED."
               exit paragraph
           end-if.
           move spaces to wkHigh.
           perform varying schemeIdx from 1 by 1
                   until schemeIdx is greater than schemeCount
               if stDept(schemeIdx) is equal to entryDept
                       and stLow(schemeIdx) is equal to entryLow
                       and stEffective(schemeIdx) is equal to
                           entryEffective
                   move stHigh(schemeIdx) to wkHigh
                   exit perform
               end-if
           end-perform.
           move entryDept to wkDept.
           move entryLow to wkLow.
           move entryEffective to wkEffective.
           perform findScheme.
           if foundIdx is equal to zero
               display "NO SUCH CHANGEOVER, NOTHING DELETED."
               exit paragraph
           end-if.
           move entryEffective to dtDate.
           if dtDate is not greater than riDate
               display "CHANGEOVER ALREADY IN EFFECT, NOTHING DELETED; "
                   "SCHEDULE A CHANGEOVER BACK INSTEAD."
               exit paragraph
           end-if.
           move stScheme(foundIdx) to entryScheme.
           perform varying shiftIdx from foundIdx by 1
                   until shiftIdx is not less than schemeCount
               move schemeEntry(shiftIdx + 1) to schemeEntry(shiftIdx)
           end-perform.
           subtract 1 from schemeCount.
           perform rewriteSchemeFile.
           move "DELETE  " to lgAction.
           perform writeLogRow.
           display "CHANGEOVER DELETED: " wkDept " " entryScheme
               " FROM " wkEffective.

    *>    the whole table is written back after every change, same as
    *>    blkmnt.cob, so a session cut short mid-menu still leaves a
    *>    complete file on disk rather than a half-applied edit.
       rewriteSchemeFile.
           open output schemeFile.
           if fsScheme is not equal to "00"
               display "SCHEME FILE WRITE FAILURE, STATUS " fsScheme
                   " FILE " function trim(schemeFileName)
           else
               perform varying schemeIdx from 1 by 1
                       until schemeIdx is greater than schemeCount
                   move spaces to schemeRecord
                   move stDept(schemeIdx) to smDept
                   move stLow(schemeIdx) to smLow
                   move stHigh(schemeIdx) to smHigh
                   move stEffective(schemeIdx) to smEffective
                   move stScheme(schemeIdx) to smScheme
                   write schemeRecord
               end-perform
               close schemeFile
           end-if.

    *>    append-only, same open-extend-else-output shape as the audit
    *>    logs.
       writeLogRow.
           open extend logFile.
           if fsLogFile is not equal to "00"
               open output logFile
           end-if.
           if fsLogFile is not equal to "00"
               display "CHANGE LOG WRITE FAILURE, STATUS " fsLogFile
                   " FILE " function trim(logFileName)
           else
               move riDate to lgDate
               move riTime to lgTime
               move changingOperator to lgOperator
               move wkDept to lgDept
               move wkLow to lgLow
               move wkHigh to lgHigh
               move wkEffective to lgEffective
               move entryScheme to lgScheme
               write logLine from logRecord
               close logFile
           end-if.

       validateCalendarDate.
           move zero to dtValid.
           if dtMonth is greater than zero and dtMonth is less than 13
                   and dtDay is greater than zero
                   and dtYear is greater than 1600
               if dtMonth is equal to 2
                   move function mod(dtYear, 4) to dtLeapRem
                   if dtLeapRem is equal to zero
                       move function mod(dtYear, 100) to dtLeapRem
                       if dtLeapRem is equal to zero
                           move function mod(dtYear, 400) to dtLeapRem
                           if dtLeapRem is equal to zero
                               move 29 to dtMaxDay
                           else
                               move 28 to dtMaxDay
                           end-if
                       else
                           move 29 to dtMaxDay
                       end-if
                   else
                       move 28 to dtMaxDay
                   end-if
               else
                   if dtMonth is equal to 4 or dtMonth is equal to 6
                           or dtMonth is equal to 9
                           or dtMonth is equal to 11
                       move 30 to dtMaxDay
                   else
                       move 31 to dtMaxDay
                   end-if
               end-if
               if dtDay is not greater than dtMaxDay
                   move 1 to dtValid
               end-if
           end-if.
