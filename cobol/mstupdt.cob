    *>    counted apart from re-confirmations on a maintenance report.
    *>    the file organization is the same indexed shape sieve.cob
    *>    already builds primelist.dat with.
    *>
    *>    a daytime expedited run (jcl/intraday-expedite.sh) runs this
    *>    program with MSTUPDT_INTRADAY=Y straight after its primes2
    *>    slice: only that slice's rows -- the newest I-marked ones on
    *>    the audit log -- are applied, stamped with the INTRADAY job,
    *>    and tutorial1's CSV is left for the night. the nightly update
    *>    then passes over every I row, already on the master, so no
    *>    intraday decision is counted twice. both modes hold the
    *>    CLASSMST enqueue through FILELOCK while they update.
       identification division.
       program-id. mstupdt.

           77 masterFileName pic x(99) value "./cobol/assets/classmst.dat".
           77 reportFileName pic x(99) value "./mstupdt.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsT1Csv pic xx.
           77 fsP2Audit pic xx.
           77 fsMaster pic xx.
           77 p2AddCount pic 9(9) value zero.
           77 p2ConfirmCount pic 9(9) value zero.
           77 addCountPtr pic 9.
    *>    intraday controls: the mode switch, the slice being applied
    *>    (its audit-log line span, and the run date and time off its
    *>    first row), and the I rows the nightly passed over.
           77 intradayMode pic 9 value zero.
           77 auditLineNo pic 9(9) value zero.
           77 sliceStartLine pic 9(9) value zero.
           77 sliceEndLine pic 9(9) value zero.
           77 sliceDate pic x(8) value spaces.
           77 sliceTime pic x(8) value spaces.
           77 openSliceStart pic 9(9) value zero.
           77 openSliceDate pic x(8) value spaces.
           77 openSliceTime pic x(8) value spaces.
           77 intradaySkipCount pic 9(9) value zero.
           77 lkAction pic x.
           77 lkResource pic x(40).
           77 lkResult pic x.
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
           02 filler pic x.
           02 p2InCardDate pic x(8).
           02 filler pic x(5).
           02 p2InIntraday pic x.
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(28) value 'CLASSIFICATION MASTER UPDATE'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           02 riOutTime pic 9(8).
           02 filler pic x(6) value '  JOB '.
           02 riOutJob pic x(8).
       01 intradaySkipLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(30) value 'INTRADAY ROWS ALREADY APPLIED '.
           02 iskCount pic z(8)9.
       01 intradaySliceLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(29) value 'INTRADAY SLICE APPLIED, RUN '.
           02 islDate pic x(8).
           02 filler pic x value space.
           02 islTime pic x(8).
       01 blankLine.
           02 filler pic x value space.
       01 sourceCountLine.
           if envOverride is not equal to spaces
               move envOverride to t1CsvFileName
           end-if.
           call 'RGNCHK' using t1CsvFileName, runRegion.
           accept envOverride from environment "MSTUPDT_P2_AUDIT_DD".
           if envOverride is not equal to spaces
               move envOverride to p2AuditFileName
           end-if.
           call 'RGNCHK' using p2AuditFileName, runRegion.
           accept envOverride from environment "CLASSMST_DD".
           if envOverride is not equal to spaces
               move envOverride to masterFileName
           end-if.
           call 'RGNCHK' using masterFileName, runRegion.
           accept envOverride from environment "MSTUPDT_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           accept envOverride from environment "MSTUPDT_INTRADAY".
           if envOverride is equal to "Y" or envOverride is equal to "y"
               move 1 to intradayMode
           end-if.

    *>    the master persists across nights: open it for update, and
    *>    create it first if this is the very first run -- the same
               open i-o masterFile
           end-if.

    *>    an intraday update can land while the night's is still
    *>    pending, so the master is held for the update; a busy
    *>    answer warns and proceeds, the way primes2 treats the log.
           move 'L' to lkAction.
           move 'CLASSMST' to lkResource.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if lkResult is equal to 'B'
               display "CLASSMST RESOURCE BUSY AFTER WAIT, PROCEEDING "
                   "-- CHECK FOR A STALE LOCK"
           end-if.
           if intradayMode is equal to zero
               perform processT1Csv
           end-if.
           perform processP2Audit.
           perform writeReport.

           close masterFile.
           move 'U' to lkAction.
           move 'CLASSMST' to lkResource.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if openFailureSeen is equal to 1
               move 4 to return-code
           else
           end-if.

       processP2Audit.
           if intradayMode is equal to 1
               perform findIntradaySlice
               if sliceDate is equal to spaces
                   display "NO INTRADAY ROWS ON THE AUDIT LOG, "
                       "NOTHING APPLIED"
                   exit paragraph
               end-if
           end-if.
           open input p2AuditFile.
           if fsP2Audit is not equal to "00"
               display "SOURCE NOT AVAILABLE, P2 AUDIT STATUS " fsP2Audit
           end-if.

       applyP2Row.
           add 1 to auditLineNo.
           move p2AuditLine to p2AuditRecordIn.
    *>    only dated decision rows apply; the per-run control trailer
    *>    rows carry no date and don't count.
           if p2InDate is not numeric
               exit paragraph
           end-if.
    *>    the nightly leaves the intraday rows alone -- their slice
    *>    was applied the day they were written -- and the intraday
    *>    update takes only its own slice.
           if intradayMode is equal to zero
               if p2InIntraday is equal to 'I'
                   add 1 to intradaySkipCount
                   exit paragraph
               end-if
           else
               if p2InIntraday is not equal to 'I'
                       or auditLineNo is less than sliceStartLine
                       or auditLineNo is greater than sliceEndLine
                   exit paragraph
               end-if
           end-if.
           move function test-numval(p2InNum) to numvalCheck.
           if numvalCheck is equal to zero
               move function numval(p2InNum) to decNum
               perform applyDecision
           end-if.

    *>    the slice an intraday update applies is the newest one on the
    *>    log: each primes2 run's rows close with its own TRAILER row,
    *>    so the last complete slice is everything after the trailer
    *>    before last. it is taken by line span, not run time, since a
    *>    resumed run's rows carry a different time than the rows it
    *>    kept from the run that died. a newest slice with no I rows
    *>    means no intraday run has finished since the last update.
       findIntradaySlice.
           open input p2AuditFile.
           if fsP2Audit is not equal to "00"
               exit paragraph
           end-if.
           move 1 to openSliceStart.
           perform until eofP2 is equal to 1
               read p2AuditFile
                   at end move 1 to eofP2
                   not at end
                       add 1 to auditLineNo
                       move p2AuditLine to p2AuditRecordIn
                       if p2InDate is numeric
                           if p2InIntraday is equal to 'I'
                                   and openSliceDate is equal to spaces
                               move p2AuditLine(1:8) to openSliceDate
                               move p2AuditLine(10:8) to openSliceTime
                           end-if
                       else
                           if p2AuditLine(1:8) is equal to 'TRAILER '
                               move openSliceStart to sliceStartLine
                               compute sliceEndLine = auditLineNo - 1
                               move openSliceDate to sliceDate
                               move openSliceTime to sliceTime
                               compute openSliceStart = auditLineNo + 1
                               move spaces to openSliceDate
                               move spaces to openSliceTime
                           end-if
                       end-if
               end-read
           end-perform.
           close p2AuditFile.
           move zero to eofP2.
           move zero to auditLineNo.

    *>    apply one decision to the master: a key miss is an add
    *>    (first-seen stamps set), a hit is a re-confirmation (the
    *>    standing decision and last-seen stamps are refreshed, the
               move riDate to riOutDate
               move riTime to riOutTime
               move riJobId to riOutJob
               if runRegion is equal to 'T'
                   move '   *** TEST REGION ***' to titleRegion
               end-if
               write reportLine from titleLine after advancing 0 lines
               write reportLine from theUnderLine after advancing 1 line
               write reportLine from runInfoLine after advancing 1 line
               move p2AddCount to scAdds
               move p2ConfirmCount to scConfirms
               write reportLine from sourceCountLine after advancing 1 line
               if intradayMode is equal to 1
                   move sliceDate to islDate
                   move sliceTime to islTime
                   write reportLine from intradaySliceLine
                       after advancing 1 line
               else
                   move intradaySkipCount to iskCount
                   write reportLine from intradaySkipLine
                       after advancing 1 line
               end-if
               close reportFile
           end-if.
