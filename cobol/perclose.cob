    *>    month-end period control: chargeback, the SLA and recidivism
    *>    reports, issuance aging and the master purge used to be run
    *>    by hand at month end in whatever order the operator
    *>    remembered, and nothing ever marked a month as done. the
    *>    month-end job stream (month-end-close.sh) now runs them in a
    *>    fixed order, bracketed by this program:
    *>      CHECK - ahead of the period programs: is the period due
    *>              to close? it is on
    *>              or after the period's last business day on the
    *>              processing calendar (PRODCAL), and not already
    *>              closed. return code 0 runs the stream, 4 bypasses
    *>              it cleanly.
    *>      CLOSE - last step: append the period-closed record to
    *>              periodcl.dat -- period, close date and time, the
    *>              job that closed it and the stream's worst return
    *>              code. from then on PERLOCK answers "closed" for the
    *>              period, and backout.cob and chargebk.cob refuse to
    *>              touch it.
    *>      PICK  - run ahead of CHECK when no period is given: writes
    *>              the period the stream is to close to closepick.dat
    *>              for the job stream to hand every step.
    *>    with no MONTHEND_PERIOD the period is the oldest one not yet
    *>    closed whose last business day has come -- starting from the
    *>    month after the latest close on file, or the run date's
    *>    previous month with none on file -- and failing that the run
    *>    date's own month. the stream runs after midnight, so a month
    *>    whose last business day is its last calendar day is closed on
    *>    the first of the next, and a close that abended is taken up
    *>    again by the rerun whatever the date. MONTHEND_FORCE=Y closes
    *>    ahead of the calendar (never a period already closed).
       identification division.
       program-id. perclose.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    dynamic-assigned with environment overrides, same convention
    *>    as the rest of the tree.
       select closeFile assign to dynamic closeFileName
           organization is line sequential
           file status is fsClose.
       select pickFile assign to dynamic pickFileName
           organization is line sequential
           file status is fsPick.

       data division.
       file section.
    *>    one record per closed period, appended in close order;
    *>    PERLOCK reads the first two fields.
         fd closeFile.
             01 closeRecord.
                 02 pcPeriod pic 9(6).
                 02 filler pic x.
                 02 pcCloseDate pic 9(8).
                 02 filler pic x.
                 02 pcCloseTime pic 9(8).
                 02 filler pic x.
                 02 pcJobId pic x(8).
                 02 filler pic x.
                 02 pcStreamRc pic 9(4).
                 02 filler pic x(42).
    *>    the period PICK chose, and its last business day.
         fd pickFile.
             01 pickRecord.
                 02 pkPeriod pic 9(6).
                 02 filler pic x.
                 02 pkLastBusinessDay pic 9(8).

       working-storage section.
           77 closeFileName pic x(99)
               value "./cobol/assets/periodcl.dat".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsClose pic xx.
           77 pickFileName pic x(99)
               value "./cobol/assets/closepick.dat".
           77 fsPick pic xx.
           77 eofClose pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 riJobId pic x(8) value 'MONTHEND'.
           77 numvalCheck pic s9(4) usage is comp.
           77 closeAction pic x(5) value 'CHECK'.
           77 forceClose pic x value 'N'.
           77 streamRc pic 9(4) value zero.
    *>    the period yyyymm being closed, and the first day of the
    *>    month after it -- the business day before that is the
    *>    period's last.
           77 closePeriod pic 9(6).
           77 closeYear pic 9(4).
           77 closeMonth pic 9(2).
           77 nextMonthStart pic 9(8).
           77 lastBusinessDay pic 9(8).
           77 periodsClosed pic 9(9) value zero.
    *>    the period search: the run date's month, the latest period
    *>    on the close file, and the candidate being tried.
           77 periodGiven pic x value 'N'.
           77 currentPeriod pic 9(6).
           77 latestClosed pic 9(6) value zero.
           77 periodChosen pic x value 'N'.
           77 plResult pic x.
           77 plCloseDate pic 9(8).
           77 calFunc pic x.
           77 calDate1 pic 9(8).
           77 calDate2 pic 9(8).
           77 calResult pic s9(9).
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
    *>    run's real code is put back after the call.
           77 rsProgram pic x(9) value 'PERCLOSE'.
           77 rsRc pic s9(4).
           77 rsRejects pic 9(9) value zero.
           77 awSeverity pic x.
           77 awMessage pic x(60).

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           compute currentPeriod = function integer(riDate / 100).
           move currentPeriod to closePeriod.
           accept envOverride from environment "PERIODCL_DD".
           if envOverride is not equal to spaces
               move envOverride to closeFileName
           end-if.
           call 'RGNCHK' using closeFileName, runRegion.
           accept envOverride from environment "PERCLOSE_PICK_DD".
           if envOverride is not equal to spaces
               move envOverride to pickFileName
           end-if.
           call 'RGNCHK' using pickFileName, runRegion.
           accept envOverride from environment "JOBID".
           if envOverride is not equal to spaces
               move envOverride to riJobId
           end-if.
           accept envOverride from environment "PERCLOSE_ACTION".
           if envOverride is not equal to spaces
               move envOverride to closeAction
           end-if.
           accept envOverride from environment "MONTHEND_FORCE".
           if envOverride is not equal to spaces
               move envOverride to forceClose
           end-if.
    *>    the period and the stream's return code are parameters; a
    *>    bad value keeps the default, same graceful-default style as
    *>    the other parameters.
           accept envOverride from environment "MONTHEND_PERIOD".
           if envOverride is not equal to spaces
               move function test-numval(envOverride) to numvalCheck
               if numvalCheck is equal to zero
                   move function numval(envOverride) to closePeriod
                   move 'Y' to periodGiven
                   move 'Y' to periodChosen
               end-if
           end-if.
           if periodGiven is not equal to 'Y'
               perform pickThePeriod
           end-if.
           if closeAction is equal to 'PICK'
               perform writeThePick
               perform recordRunStatus
               goback
           end-if.
           accept envOverride from environment "MONTHEND_CHAIN_RC".
           if envOverride is not equal to spaces
               move function test-numval(envOverride) to numvalCheck
               if numvalCheck is equal to zero
                   move function numval(envOverride) to streamRc
               end-if
           end-if.
           compute closeYear = function integer(closePeriod / 100).
           compute closeMonth = closePeriod - closeYear * 100.
           if closeMonth is less than 1 or closeMonth is greater than 12
                   or closeYear is less than 1601
               display "INVALID PERIOD " closePeriod
                   ", EXPECTED YYYYMM. NOTHING DONE."
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           call 'PERLOCK' using closePeriod, plResult, plCloseDate.
           if plResult is equal to 'C'
               display "PERIOD " closePeriod " ALREADY CLOSED ON "
                   plCloseDate ", NOTHING TO DO."
               move 4 to return-code
               perform recordRunStatus
               goback
           end-if.
           if closeAction is equal to 'CLOSE'
               perform closeThePeriod
           else
               perform checkPeriodDue
           end-if.
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           call 'RUNSTAT' using rsProgram, rsRc, periodsClosed,
               rsRejects.
           move rsRc to return-code.

    *>    the default period: the oldest period after the latest close
    *>    on file (the run date's previous month when none is) that is
    *>    still open and whose last business day is today or behind
    *>    us; none such, the run date's month, which CHECK then reports
    *>    not yet due.
       pickThePeriod.
           open input closeFile.
           if fsClose is equal to "00"
               move 0 to eofClose
               perform until eofClose is equal to 1
                   read closeFile
                       at end move 1 to eofClose
                       not at end
                           if pcPeriod is numeric
                                   and pcPeriod is greater than
                                       latestClosed
                               move pcPeriod to latestClosed
                           end-if
                   end-read
               end-perform
               close closeFile
           end-if.
           if latestClosed is equal to zero
               move currentPeriod to closePeriod
               perform splitClosePeriod
               if closeMonth is equal to 1
                   compute closePeriod = (closeYear - 1) * 100 + 12
               else
                   compute closePeriod = closePeriod - 1
               end-if
           else
               move latestClosed to closePeriod
               perform nextClosePeriod
           end-if.
           move 'N' to periodChosen.
           perform tryOnePeriod
               until periodChosen is equal to 'Y'
                   or closePeriod is greater than currentPeriod.
           if periodChosen is not equal to 'Y'
               move currentPeriod to closePeriod
           end-if.

       tryOnePeriod.
           perform splitClosePeriod.
           call 'PERLOCK' using closePeriod, plResult, plCloseDate.
           if plResult is not equal to 'C'
               perform findLastBusinessDay
               if riDate is not less than lastBusinessDay
                   move 'Y' to periodChosen
                   exit paragraph
               end-if
           end-if.
           perform nextClosePeriod.

       nextClosePeriod.
           perform splitClosePeriod.
           if closeMonth is equal to 12
               compute closePeriod = (closeYear + 1) * 100 + 1
           else
               compute closePeriod = closePeriod + 1
           end-if.

       splitClosePeriod.
           compute closeYear = function integer(closePeriod / 100).
           compute closeMonth = closePeriod - closeYear * 100.

    *>    the period's last business day: the business day before the
    *>    first of the month after it.
       findLastBusinessDay.
           if closeMonth is equal to 12
               compute nextMonthStart = (closeYear + 1) * 10000 + 101
           else
               compute nextMonthStart = closeYear * 10000
                   + (closeMonth + 1) * 100 + 1
           end-if.
           move 'P' to calFunc.
           move nextMonthStart to calDate1.
           move zero to calDate2.
           call 'PRODCAL' using calFunc, calDate1, calDate2, calResult.
           move calResult to lastBusinessDay.

    *>    PICK's answer for the job stream; a pick that can't be
    *>    written is an abend, the stream has no period to hand on.
       writeThePick.
           perform splitClosePeriod.
           perform findLastBusinessDay.
           open output pickFile.
           if fsPick is not equal to "00"
               display "FILE OPEN FAILURE, PERIOD-PICK STATUS " fsPick
                   " FILE " function trim(pickFileName)
               move 8 to return-code
               exit paragraph
           end-if.
           move spaces to pickRecord.
           move closePeriod to pkPeriod.
           move lastBusinessDay to pkLastBusinessDay.
           write pickRecord.
           close pickFile.
           if periodChosen is equal to 'Y'
               display "PERIOD " closePeriod " CHOSEN FOR CLOSE, LAST "
                   "BUSINESS DAY " lastBusinessDay "."
           else
               display "NO OPEN PERIOD PAST ITS LAST BUSINESS DAY, "
                   "PERIOD " closePeriod " CHOSEN."
           end-if.
           move 0 to return-code.

    *>    due on or after the last business day of the period: a
    *>    month whose last working day has come and gone without a
    *>    close is still due, and stays due until it is closed.
       checkPeriodDue.
           perform findLastBusinessDay.
           if riDate is less than lastBusinessDay
               if forceClose is equal to 'Y'
                   display "PERIOD " closePeriod " CLOSING AHEAD OF ITS "
                       "LAST BUSINESS DAY " lastBusinessDay
                       " ON OPERATOR REQUEST."
                   move 0 to return-code
               else
                   display "PERIOD " closePeriod " NOT DUE TO CLOSE "
                       "UNTIL " lastBusinessDay "."
                   move 4 to return-code
               end-if
           else
               display "PERIOD " closePeriod " DUE FOR CLOSE, LAST "
                   "BUSINESS DAY " lastBusinessDay "."
               move 0 to return-code
           end-if.

    *>    the period-closed record, appended open-extend-else-output
    *>    like the maintenance logs. a record that can't be written
    *>    leaves the period open, and that is an abend: the stream ran
    *>    but the lock the month depends on isn't there.
       closeThePeriod.
           open extend closeFile.
           if fsClose is not equal to "00"
               open output closeFile
           end-if.
           if fsClose is not equal to "00"
               display "FILE OPEN FAILURE, PERIOD-CLOSE STATUS " fsClose
                   " FILE " function trim(closeFileName)
               move 'C' to awSeverity
               move spaces to awMessage
               string "PERIOD " closePeriod
                      " CLOSE NOT RECORDED, FILE WON'T OPEN"
                      delimited by size into awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 8 to return-code
               exit paragraph
           end-if.
           move spaces to closeRecord.
           move closePeriod to pcPeriod.
           move riDate to pcCloseDate.
           move riTime to pcCloseTime.
           move riJobId to pcJobId.
           move streamRc to pcStreamRc.
           write closeRecord.
           close closeFile.
           add 1 to periodsClosed.
           display "PERIOD " closePeriod " CLOSED BY JOB " riJobId
               ", STREAM RETURN-CODE " streamRc ".".
           move 'I' to awSeverity.
           move spaces to awMessage.
           string "PERIOD " closePeriod " CLOSED" delimited by size
               into awMessage.
           call 'ALERTWTR' using rsProgram, awSeverity, awMessage.
           move 0 to return-code.
