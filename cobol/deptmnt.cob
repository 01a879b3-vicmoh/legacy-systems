    *>    department master maintenance: burst.cob and chargebk.cob
    *>    both lean on deptmst.dat -- lot-id prefix, department code,
    *>    per-card and per-reject rate -- and it was still maintained
    *>    by hand-editing the file, so a rate change keyed mid-month
    *>    re-priced the whole month. rates are effective-dated now:
    *>    each department prefix carries one rate record per
    *>    effective date, and chargebk.cob prices every audit row at
    *>    the rate in force on the row's own run date. this program is
    *>    the one sanctioned way the file gets touched: list, add a
    *>    department prefix, key a new rate from an effective date,
    *>    change a department's code, delete a prefix -- every change
    *>    on a change log with date, time, operator and the old and new
    *>    values. two departments can never claim overlapping lot
    *>    prefixes. same screen-section maintenance style as
    *>    lotreg.cob, same supervisor gate as cfgmnt.cob.
       identification division.
       program-id. deptmnt.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    same DEPTMST_DD override burst.cob and chargebk.cob read by.
       select deptFile assign to dynamic deptFileName
           organization is line sequential
           file status is fsDept.
    *>    append-only change log, separate from the file itself so the
    *>    record of a change survives the next change.
       select logFile assign to dynamic logFileName
           organization is line sequential
           file status is fsLogFile.

       data division.
       file section.
    *>    one record per department prefix per effective date: the
    *>    leading characters of the lot ids the department submits
    *>    under, its department code, the two billing rates as
    *>    9(3)v99 (00150 reads 1.50), and the date the rates take
    *>    effect. a blank effective date, on a record from before
    *>    rates were dated, reads as in force from the beginning.
         fd deptFile.
             01 deptRecord.
                 02 dmPrefix pic x(3).
                 02 filler pic x.
                 02 dmDept pic x(8).
                 02 filler pic x.
                 02 dmCardRate pic 9(3)v99.
                 02 filler pic x.
                 02 dmRejectRate pic 9(3)v99.
                 02 filler pic x.
                 02 dmEffective pic x(8).
                 02 filler pic x(47).
         fd logFile.
             01 logLine pic x(99).

       working-storage section.
           77 deptFileName pic x(99)
               value "./cobol/assets/deptmst.dat".
           77 logFileName pic x(99) value "./cobol/assets/deptmnt.log".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsDept pic xx.
           77 fsLogFile pic xx.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
    *>    the operator making the changes, keyed once at startup and
    *>    stamped on every change-log row.
           77 changingOperator pic x(8) value spaces.
           77 menuChoice pic x value space.
    *>    billing rates move money between departments: supervisor
    *>    role required, proven through AUTHCHK before the menu opens.
           77 gatePassword pic x(8) value spaces.
           77 gateRequiredRole pic x value 'S'.
           77 gateResult pic x.
    *>    in-memory copy of the master, kept in prefix then
    *>    effective-date order and written back whole after every
    *>    change, the same rewrite-the-whole-file approach lotreg.cob
    *>    takes.
           77 rateCount pic 9(4) value zero.
           77 rateIdx pic 9(4).
           77 foundIdx pic 9(4).
           77 insertIdx pic 9(4).
           77 shiftIdx pic 9(4).
           77 prefixFound pic 9.
       01 rateTable.
           02 rateEntry occurs 500 times.
               03 rtPrefix pic x(3).
               03 rtDept pic x(8).
               03 rtCardRate pic 9(3)v99.
               03 rtRejectRate pic 9(3)v99.
               03 rtEffective pic 9(8).
    *>    entry form fields, validated before anything is written.
           77 entryPrefix pic x(3) value spaces.
           77 entryDept pic x(8) value spaces.
           77 entryCardRate pic x(7) value spaces.
           77 entryRejectRate pic x(7) value spaces.
           77 entryEffective pic x(8) value spaces.
           77 entryOk pic 9.
           77 numvalCheck pic s9(4) usage is comp.
           77 workCardRate pic 9(3)v99.
           77 workRejectRate pic 9(3)v99.
           77 workEffective pic 9(8).
           77 workDept pic x(8).
    *>    prefix overlap test: a prefix is the non-blank leading part
    *>    of the three columns, and two prefixes overlap when the
    *>    shorter is the leading part of the longer.
           77 entryPrefixLen pic 9.
           77 tablePrefixLen pic 9.
           77 shorterLen pic 9.
           77 overlapDept pic x(8).
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
           02 lgPrefix pic x(3).
           02 filler pic x value space.
           02 lgEffective pic 9(8).
           02 filler pic x(5) value ' OLD '.
           02 lgOldDept pic x(8).
           02 filler pic x value space.
           02 lgOldCardRate pic zz9.99.
           02 filler pic x value space.
           02 lgOldRejectRate pic zz9.99.
           02 filler pic x(5) value ' NEW '.
           02 lgNewDept pic x(8).
           02 filler pic x value space.
           02 lgNewCardRate pic zz9.99.
           02 filler pic x value space.
           02 lgNewRejectRate pic zz9.99.

       linkage section.
       screen section.
    *>    same screen-section style lotreg.cob already uses.
       01 operatorScreen.
           02 blank screen.
           02 line 1 column 1 value "DEPARTMENT MASTER MAINTENANCE".
           02 line 3 column 1 value "YOUR OPERATOR ID: ".
           02 line 3 column 19 pic x(8) using changingOperator.
       01 entryScreen.
           02 line 10 column 1 value "LOT ID PREFIX:        ".
           02 line 10 column 23 pic x(3) using entryPrefix.
           02 line 11 column 1 value "DEPARTMENT CODE:      ".
           02 line 11 column 23 pic x(8) using entryDept.
           02 line 12 column 1 value "RATE PER CARD:        ".
           02 line 12 column 23 pic x(7) using entryCardRate.
           02 line 13 column 1 value "RATE PER REJECT:      ".
           02 line 13 column 23 pic x(7) using entryRejectRate.
           02 line 14 column 1 value "EFFECTIVE YYYYMMDD:   ".
           02 line 14 column 23 pic x(8) using entryEffective.
       01 rateScreen.
           02 line 10 column 1 value "LOT ID PREFIX:        ".
           02 line 10 column 23 pic x(3) using entryPrefix.
           02 line 12 column 1 value "RATE PER CARD:        ".
           02 line 12 column 23 pic x(7) using entryCardRate.
           02 line 13 column 1 value "RATE PER REJECT:      ".
           02 line 13 column 23 pic x(7) using entryRejectRate.
           02 line 14 column 1 value "EFFECTIVE YYYYMMDD:   ".
           02 line 14 column 23 pic x(8) using entryEffective.
       01 deptScreen.
           02 line 10 column 1 value "LOT ID PREFIX:        ".
           02 line 10 column 23 pic x(3) using entryPrefix.
           02 line 11 column 1 value "NEW DEPARTMENT CODE:  ".
           02 line 11 column 23 pic x(8) using entryDept.
       01 deleteScreen.
           02 line 10 column 1 value "PREFIX TO DELETE:     ".
           02 line 10 column 23 pic x(3) using entryPrefix.

       procedure division.
       main-routine section.
       main-para.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept envOverride from environment "DEPTMST_DD".
           if envOverride is not equal to spaces
               move envOverride to deptFileName
           end-if.
           call 'RGNCHK' using deptFileName, runRegion.
           accept envOverride from environment "DEPTMNT_LOG_DD".
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
               display "ACCESS DENIED. DEPARTMENT MASTER MAINTENANCE "
                   "REQUIRES A SUPERVISOR SIGNON."
               move 8 to return-code
               goback
           end-if.
           perform loadRateTable.
           perform until menuChoice is equal to "x"
                   or menuChoice is equal to "X"
               display " "
               display "-------------------------------------------------"
               display "DEPARTMENT MASTER MAINTENANCE (" rateCount
                   " RATE RECORDS)"
               display "l -> List departments and rates."
               display "a -> Add a department prefix."
               display "r -> Key a new rate from an effective date."
               display "c -> Change a prefix's department code."
               display "d -> Delete a department prefix."
               display "x -> Exit."
               display "-------------------------------------------------"
               display "enter an option:"
               accept menuChoice
               if menuChoice is equal to "l" or menuChoice is equal to "L"
                   perform listRates
               else if menuChoice is equal to "a"
                       or menuChoice is equal to "A"
                   perform addPrefix
               else if menuChoice is equal to "r"
                       or menuChoice is equal to "R"
                   perform addRate
               else if menuChoice is equal to "c"
                       or menuChoice is equal to "C"
                   perform changeDept
               else if menuChoice is equal to "d"
                       or menuChoice is equal to "D"
                   perform deletePrefix
               else if menuChoice is not equal to "x" and
                       menuChoice is not equal to "X"
                   display "INVALID OPTION, TRY AGAIN."
               end-if
           end-perform.
           display "Terminating program...".
           display "Good bye.".
           goback.

       loadRateTable.
           open input deptFile.
           if fsDept is equal to "00"
               perform until fsDept is not equal to "00"
                       or rateCount is equal to 500
                   read deptFile
                       at end
                           move "10" to fsDept
                       not at end
                           if dmPrefix is not equal to spaces
                               move dmPrefix to entryPrefix
                               move dmDept to workDept
                               move dmCardRate to workCardRate
                               move dmRejectRate to workRejectRate
                               if dmEffective is numeric
                                   move dmEffective to workEffective
                               else
                                   move zero to workEffective
                               end-if
                               perform insertRateEntry
                           end-if
                   end-read
               end-perform
               close deptFile
           else
               display "NO DEPARTMENT MASTER YET, STARTING ONE AT "
                   function trim(deptFileName)
           end-if.

       listRates.
           display " ".
           display "DEPARTMENT RATES:".
           display "PFX DEPT     EFFECTIVE  PER CARD  PER REJECT".
           perform varying rateIdx from 1 by 1
                   until rateIdx is greater than rateCount
               move rtCardRate(rateIdx) to lgNewCardRate
               move rtRejectRate(rateIdx) to lgNewRejectRate
               display rtPrefix(rateIdx) " " rtDept(rateIdx) " "
                   rtEffective(rateIdx) "   " lgNewCardRate "    "
                   lgNewRejectRate
           end-perform.
           if rateCount is equal to zero
               display "  (NONE)"
           end-if.

    *>    the prefix's first rate record (its department) if it has one.
       findPrefix.
           move zero to foundIdx.
           perform varying rateIdx from 1 by 1
                   until rateIdx is greater than rateCount
               if rtPrefix(rateIdx) is equal to entryPrefix
                   move rateIdx to foundIdx
                   exit perform
               end-if
           end-perform.

    *>    slot a rate record in prefix then effective-date order; an
    *>    existing record for the same prefix and date is replaced
    *>    rather than duplicated.
       insertRateEntry.
           move zero to foundIdx.
           perform varying rateIdx from 1 by 1
                   until rateIdx is greater than rateCount
               if rtPrefix(rateIdx) is equal to entryPrefix
                       and rtEffective(rateIdx) is equal to workEffective
                   move rateIdx to foundIdx
                   exit perform
               end-if
           end-perform.
           if foundIdx is not equal to zero
               move workDept to rtDept(foundIdx)
               move workCardRate to rtCardRate(foundIdx)
               move workRejectRate to rtRejectRate(foundIdx)
               exit paragraph
           end-if.
           if rateCount is equal to 500
               display "RATE TABLE FULL AT 500, RECORD FOR PREFIX "
                   entryPrefix " NOT HELD."
               exit paragraph
           end-if.
           compute insertIdx = rateCount + 1.
           perform varying rateIdx from 1 by 1
                   until rateIdx is greater than rateCount
               if rtPrefix(rateIdx) is greater than entryPrefix
                       or (rtPrefix(rateIdx) is equal to entryPrefix
                       and rtEffective(rateIdx) is greater than
                           workEffective)
                   move rateIdx to insertIdx
                   exit perform
               end-if
           end-perform.
           perform varying shiftIdx from rateCount by -1
                   until shiftIdx is less than insertIdx
               move rateEntry(shiftIdx) to rateEntry(shiftIdx + 1)
           end-perform.
           add 1 to rateCount.
           move entryPrefix to rtPrefix(insertIdx).
           move workDept to rtDept(insertIdx).
           move workCardRate to rtCardRate(insertIdx).
           move workRejectRate to rtRejectRate(insertIdx).
           move workEffective to rtEffective(insertIdx).

    *>    the rates and the effective date have to check out before a
    *>    rate record lands: both rates numeric and 0.00-999.99, the
    *>    date a real calendar date.
       validateRates.
           move 1 to entryOk.
           move function test-numval(entryCardRate) to numvalCheck.
           if entryCardRate is equal to spaces
                   or numvalCheck is not equal to zero
               display "RATE PER CARD MUST BE NUMERIC, E.G. 1.50."
               move zero to entryOk
           else
               if function numval(entryCardRate) is less than zero
                       or function numval(entryCardRate)
                           is not less than 1000
                   display "RATE PER CARD MUST BE 0.00 TO 999.99."
                   move zero to entryOk
               else
                   move function numval(entryCardRate) to workCardRate
               end-if
           end-if.
           move function test-numval(entryRejectRate) to numvalCheck.
           if entryRejectRate is equal to spaces
                   or numvalCheck is not equal to zero
               display "RATE PER REJECT MUST BE NUMERIC, E.G. 2.75."
               move zero to entryOk
           else
               if function numval(entryRejectRate) is less than zero
                       or function numval(entryRejectRate)
                           is not less than 1000
                   display "RATE PER REJECT MUST BE 0.00 TO 999.99."
                   move zero to entryOk
               else
                   move function numval(entryRejectRate)
                       to workRejectRate
               end-if
           end-if.
           if entryEffective is numeric
               move entryEffective to dtDate
               perform validateCalendarDate
               if dtValid is not equal to 1
                   display "EFFECTIVE DATE NOT A CALENDAR DATE."
                   move zero to entryOk
               else
                   move dtDate to workEffective
               end-if
           else
               display "EFFECTIVE DATE MUST BE YYYYMMDD."
               move zero to entryOk
           end-if.

    *>    does any other department already hold a prefix that
    *>    overlaps the one keyed? the same prefix, or one that is the
    *>    leading part of the other, would send the same lot to two
    *>    departments' invoices.
       checkPrefixOverlap.
           move spaces to overlapDept.
           move zero to entryPrefixLen.
           inspect function reverse(entryPrefix)
               tallying entryPrefixLen for leading spaces.
           compute entryPrefixLen = 3 - entryPrefixLen.
           perform varying rateIdx from 1 by 1
                   until rateIdx is greater than rateCount
               if rtPrefix(rateIdx) is not equal to entryPrefix
                   move zero to tablePrefixLen
                   inspect function reverse(rtPrefix(rateIdx))
                       tallying tablePrefixLen for leading spaces
                   compute tablePrefixLen = 3 - tablePrefixLen
                   if tablePrefixLen is less than entryPrefixLen
                       move tablePrefixLen to shorterLen
                   else
                       move entryPrefixLen to shorterLen
                   end-if
                   if rtPrefix(rateIdx)(1:shorterLen) is equal to
                           entryPrefix(1:shorterLen)
                           and rtDept(rateIdx) is not equal to entryDept
                       move rtDept(rateIdx) to overlapDept
                       exit perform
                   end-if
               end-if
           end-perform.

       addPrefix.
           move spaces to entryPrefix.
           move spaces to entryDept.
           move spaces to entryCardRate.
           move spaces to entryRejectRate.
           move spaces to entryEffective.
           display entryScreen.
           accept entryScreen.
           if entryPrefix is equal to spaces or entryDept is equal to spaces
               display "PREFIX AND DEPARTMENT REQUIRED, NOTHING ADDED."
               exit paragraph
           end-if.
    *>    burst.cob and chargebk.cob match all three columns of the
    *>    prefix against the lot id, so a short prefix would never
    *>    claim a single card.
           if entryPrefix(2:1) is equal to space
                   or entryPrefix(3:1) is equal to space
               display "PREFIX MUST BE THE FULL 3 CHARACTERS THE LOT IDS "
                   "START WITH, NOTHING ADDED."
               exit paragraph
           end-if.
           perform findPrefix.
           if foundIdx is not equal to zero
               display "PREFIX ALREADY ON FILE FOR "
                   rtDept(foundIdx) ", KEY A NEW RATE INSTEAD."
               exit paragraph
           end-if.
           perform checkPrefixOverlap.
           if overlapDept is not equal to spaces
               display "PREFIX OVERLAPS ONE HELD BY " overlapDept
                   ", NOTHING ADDED."
               exit paragraph
           end-if.
           perform validateRates.
           if entryOk is not equal to 1
               display "NOTHING ADDED."
               exit paragraph
           end-if.
           if rateCount is equal to 500
               display "RATE TABLE FULL, DELETE A PREFIX FIRST."
               exit paragraph
           end-if.
           move entryDept to workDept.
           perform insertRateEntry.
           perform rewriteDeptFile.
           move "ADD     " to lgAction.
           move spaces to lgOldDept.
           move zero to lgOldCardRate.
           move zero to lgOldRejectRate.
           move entryDept to lgNewDept.
           move workCardRate to lgNewCardRate.
           move workRejectRate to lgNewRejectRate.
           move workEffective to lgEffective.
           perform writeLogRow.
           display "DEPARTMENT PREFIX ADDED: " entryPrefix " "
               entryDept.

    *>    a new rate record from its effective date forward; earlier
    *>    rows keep billing at the rate that was in force for them.
       addRate.
           move spaces to entryPrefix.
           move spaces to entryCardRate.
           move spaces to entryRejectRate.
           move spaces to entryEffective.
           display rateScreen.
           accept rateScreen.
           perform findPrefix.
           if foundIdx is equal to zero
               display "PREFIX NOT ON FILE, ADD THE DEPARTMENT FIRST."
               exit paragraph
           end-if.
           move rtDept(foundIdx) to workDept.
           perform validateRates.
           if entryOk is not equal to 1
               display "NOTHING CHANGED."
               exit paragraph
           end-if.
    *>    the old values on the log are the rates in force on the new
    *>    effective date -- what the change actually replaces.
           move rtDept(foundIdx) to lgOldDept.
           move rtCardRate(foundIdx) to lgOldCardRate.
           move rtRejectRate(foundIdx) to lgOldRejectRate.
           perform varying rateIdx from foundIdx by 1
                   until rateIdx is greater than rateCount
                   or rtPrefix(rateIdx) is not equal to entryPrefix
               if rtEffective(rateIdx) is not greater than workEffective
                   move rtCardRate(rateIdx) to lgOldCardRate
                   move rtRejectRate(rateIdx) to lgOldRejectRate
               end-if
           end-perform.
           if rateCount is equal to 500
               display "RATE TABLE FULL, DELETE A PREFIX FIRST."
               exit paragraph
           end-if.
           perform insertRateEntry.
           perform rewriteDeptFile.
           move "RATE    " to lgAction.
           move workDept to lgNewDept.
           move workCardRate to lgNewCardRate.
           move workRejectRate to lgNewRejectRate.
           move workEffective to lgEffective.
           perform writeLogRow.
           display "RATE FOR PREFIX " entryPrefix " EFFECTIVE "
               workEffective " RECORDED.".

    *>    the department code moves on every rate record the prefix
    *>    carries, so its whole rate history bills to one department.
       changeDept.
           move spaces to entryPrefix.
           move spaces to entryDept.
           display deptScreen.
           accept deptScreen.
           perform findPrefix.
           if foundIdx is equal to zero
               display "PREFIX NOT ON FILE, NOTHING CHANGED."
               exit paragraph
           end-if.
           if entryDept is equal to spaces
               display "DEPARTMENT CODE REQUIRED, NOTHING CHANGED."
               exit paragraph
           end-if.
           perform checkPrefixOverlap.
           if overlapDept is not equal to spaces
               display "PREFIX OVERLAPS ONE HELD BY " overlapDept
                   ", NOTHING CHANGED."
               exit paragraph
           end-if.
           move rtDept(foundIdx) to lgOldDept.
           move zero to lgOldCardRate.
           move zero to lgOldRejectRate.
           move zero to lgEffective.
           perform varying rateIdx from foundIdx by 1
                   until rateIdx is greater than rateCount
                   or rtPrefix(rateIdx) is not equal to entryPrefix
               move entryDept to rtDept(rateIdx)
           end-perform.
           perform rewriteDeptFile.
           move "CHANGE  " to lgAction.
           move entryDept to lgNewDept.
           move zero to lgNewCardRate.
           move zero to lgNewRejectRate.
           perform writeLogRow.
           display "PREFIX " entryPrefix " NOW BILLS TO " entryDept.

       deletePrefix.
           move spaces to entryPrefix.
           display deleteScreen.
           accept deleteScreen.
           perform findPrefix.
           if foundIdx is equal to zero
               display "PREFIX NOT ON FILE, NOTHING DELETED."
               exit paragraph
           end-if.
           move rtDept(foundIdx) to lgOldDept.
           move zero to lgOldCardRate.
           move zero to lgOldRejectRate.
           move zero to lgEffective.
           perform until foundIdx is greater than rateCount
                   or rtPrefix(foundIdx) is not equal to entryPrefix
               perform varying shiftIdx from foundIdx by 1
                       until shiftIdx is not less than rateCount
                   move rateEntry(shiftIdx + 1) to rateEntry(shiftIdx)
               end-perform
               subtract 1 from rateCount
           end-perform.
           perform rewriteDeptFile.
           move "DELETE  " to lgAction.
           move spaces to lgNewDept.
           move zero to lgNewCardRate.
           move zero to lgNewRejectRate.
           perform writeLogRow.
           display "DEPARTMENT PREFIX DELETED: " entryPrefix.

    *>    the whole table is written back after every change, same as
    *>    lotreg.cob, so a session cut short mid-menu still leaves a
    *>    complete file on disk rather than a half-applied edit.
       rewriteDeptFile.
           open output deptFile.
           if fsDept is not equal to "00"
               display "DEPARTMENT MASTER WRITE FAILURE, STATUS " fsDept
                   " FILE " function trim(deptFileName)
           else
               perform varying rateIdx from 1 by 1
                       until rateIdx is greater than rateCount
                   move spaces to deptRecord
                   move rtPrefix(rateIdx) to dmPrefix
                   move rtDept(rateIdx) to dmDept
                   move rtCardRate(rateIdx) to dmCardRate
                   move rtRejectRate(rateIdx) to dmRejectRate
                   if rtEffective(rateIdx) is greater than zero
                       move rtEffective(rateIdx) to dmEffective
                   end-if
                   write deptRecord
               end-perform
               close deptFile
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
               move entryPrefix to lgPrefix
               write logLine from logRecord
               close logFile
           end-if.

    *>    month, day-in-month and leap-year edits, the same checks the
    *>    classification runs apply -- a future effective date is the
    *>    normal case for a keyed-ahead rate change.
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
