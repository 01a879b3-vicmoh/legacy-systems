    *>    file gets touched: list, add, delete, with date validation
    *>    and a change log, the same treatment cfgmnt.cob gave
    *>    PRIMECFG.DAT. supervisor signon required through the shared
    *>    AUTHCHK subprogram. the daily deck receipt cutoff lives in
    *>    the same file as its one 'CUTOFF' record and is set here too:
    *>    a deck received at or after it is processed as the next
    *>    business day's.
       identification division.
       program-id. calmnt.

                 02 filler pic x.
                 02 crDescription pic x(30).
                 02 filler pic x(39).
    *>    the receipt cutoff record, told apart by its marker in the
    *>    date columns: 'CUTOFF', type 'C', the cutoff as hhmm.
             01 calCutoffRecord.
                 02 ccMarker pic x(8).
                 02 filler pic x.
                 02 ccType pic x.
                 02 filler pic x.
                 02 ccTime pic x(4).
                 02 filler pic x.
                 02 ccDescription pic x(30).
                 02 filler pic x(34).
         fd logFile.
             01 logLine pic x(99).

               value "./cobol/assets/prodcal.dat".
           77 logFileName pic x(99) value "./cobol/assets/calmnt.log".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsCalFile pic xx.
           77 fsLogFile pic xx.
           77 riDate pic 9(8).
           77 entryDescription pic x(30) value spaces.
           77 workDate pic 9(8).
           77 entryOk pic 9.
    *>    the receipt cutoff as hhmm, spaces while none is set; it
    *>    is carried across every rewrite of the file.
           77 cutoffTime pic x(4) value spaces.
           77 entryCutoff pic x(4) value spaces.
       01 cutoffWork.
           02 cwHour pic 99.
           02 cwMinute pic 99.
    *>    calendar edits on the keyed date, the same month/day/leap
    *>    checks the classification runs apply.
       01 dtWork.
       01 deleteScreen.
           02 line 10 column 1 value "DATE TO DELETE:       ".
           02 line 10 column 23 pic x(8) using entryDate.
       01 cutoffScreen.
           02 line 10 column 1 value "CUTOFF HHMM (BLANK=NONE)".
           02 line 10 column 26 pic x(4) using entryCutoff.

       procedure division.
       main-routine section.
           if envOverride is not equal to spaces
               move envOverride to calFileName
           end-if.
           call 'RGNCHK' using calFileName, runRegion.
           accept envOverride from environment "CALMNT_LOG_DD".
           if envOverride is not equal to spaces
               move envOverride to logFileName
           end-if.
           call 'RGNCHK' using logFileName, runRegion.
           display operatorScreen.
           accept operatorScreen.
           if changingOperator is equal to spaces
               display "l -> List non-working dates."
               display "a -> Add a date."
               display "d -> Delete a date."
               display "c -> Set the daily receipt cutoff."
               display "x -> Exit."
               display "-------------------------------------------------"
               display "enter an option:"
               else if menuChoice is equal to "d"
                       or menuChoice is equal to "D"
                   perform deleteDate
               else if menuChoice is equal to "c"
                       or menuChoice is equal to "C"
                   perform setCutoff
               else if menuChoice is not equal to "x" and
                       menuChoice is not equal to "X"
                   display "INVALID OPTION, TRY AGAIN."
                               move crType to calTableType(calCount)
                               move crDescription to
                                   calTableDescription(calCount)
                           else
                               if ccMarker is equal to 'CUTOFF  '
                                       and ccType is equal to 'C'
                                   move ccTime to cutoffTime
                               end-if
                           end-if
                   end-read
               end-perform
           if calCount is equal to zero
               display "  (NONE -- WEEKENDS ONLY)"
           end-if.
           if cutoffTime is equal to spaces
               display "DAILY RECEIPT CUTOFF: NONE"
           else
               display "DAILY RECEIPT CUTOFF: " cutoffTime
           end-if.

       findDate.
           move zero to foundIdx.
               display "CALENDAR WRITE FAILURE, STATUS " fsCalFile
                   " FILE " function trim(calFileName)
           else
               if cutoffTime is not equal to spaces
                   move spaces to calCutoffRecord
                   move 'CUTOFF  ' to ccMarker
                   move 'C' to ccType
                   move cutoffTime to ccTime
                   move 'DAILY DECK RECEIPT CUTOFF' to ccDescription
                   write calCutoffRecord
               end-if
               perform varying calIdx from 1 by 1
                       until calIdx is greater than calCount
                   move spaces to calRecord
               close calFile
           end-if.

    *>    the cutoff is keyed as hhmm on the 24-hour clock; blank
    *>    takes it off, so every receipt keeps its own day again. the
    *>    log row carries the new time as its target (zero when
    *>    cleared).
       setCutoff.
           move cutoffTime to entryCutoff.
           display cutoffScreen.
           accept cutoffScreen.
           if entryCutoff is equal to spaces
               if cutoffTime is equal to spaces
                   display "NO CUTOFF SET, NOTHING CHANGED."
                   exit paragraph
               end-if
               move spaces to cutoffTime
               move zero to workDate
           else
               if entryCutoff is not numeric
                   display "CUTOFF MUST BE HHMM, NOTHING CHANGED."
                   exit paragraph
               end-if
               move entryCutoff to cutoffWork
               if cwHour is greater than 23
                       or cwMinute is greater than 59
                   display "NOT A TIME OF DAY, NOTHING CHANGED."
                   exit paragraph
               end-if
               move entryCutoff to cutoffTime
               move function numval(entryCutoff) to workDate
           end-if.
           perform rewriteCalFile.
           move "CUTOFF  " to lgAction.
           move 'C' to entryType.
           perform writeLogRow.
           if cutoffTime is equal to spaces
               display "RECEIPT CUTOFF REMOVED."
           else
               display "RECEIPT CUTOFF SET: " cutoffTime
           end-if.

       writeLogRow.
           open extend logFile.
           if fsLogFile is not equal to "00"
