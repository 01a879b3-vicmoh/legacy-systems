    *>    id) and prints the lots that are missing outright and the
    *>    lots that under-delivered against their expected card count,
    *>    so a department that forgot to send their deck is caught the
    *>    morning after instead of at month end. a row counts toward
    *>    the night its deck was received for -- the receipt business
    *>    date primes2 carries onto the audit row -- not the night the
    *>    classification happened to run, so a deck held over on our
    *>    side is never reported missing against its department.
       identification division.
       program-id. lotmiss.

       data division.
       file section.
         fd lotregFile.
             01 lotregLine pic x(82).
         fd auditFile.
             01 auditLine pic x(80).
         fd outputFile.
           77 auditFileName pic x(99) value "./primes.audit".
           77 outputFileName pic x(99) value "./lotmiss.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsLotreg pic xx.
           77 fsAudit pic xx.
           77 fsOutput pic xx.
           77 eofAudit pic 9 value zero.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
    *>    the night being checked: defaults to the processing
    *>    business date the run's own clock falls in against the
    *>    receipt cutoff (this report runs in the same stream as the
    *>    pre-edit that stamped tonight's decks), overridable to
    *>    re-ask the question about an earlier night.
           77 checkDate pic 9(8).
           77 calFunc pic x.
           77 calDate1 pic 9(8).
           77 calDate2 pic 9(8).
           77 calResult pic s9(9).
    *>    a row's receipt business date, worked back from the run date
    *>    by the days the row says the deck was received before it.
           77 rowRecvDays pic s9(4).
           77 rowRecvInt pic s9(9) usage is comp.
           77 rowRecvDate pic 9(8).
           77 numvalCheck pic s9(4) usage is comp.
           77 missingCount pic 9(9) value zero.
           77 underCount pic 9(9) value zero.
           02 lriWindowStart pic x(8).
           02 filler pic x.
           02 lriWindowEnd pic x(8).
           02 filler pic x(23).
           02 lriStatus pic x.
           02 filler pic x(9).
    *>    primes2.cob's audit record layout, fixed-width, same group
    *>    unpack approach lotinq.cob uses.
       01 auditRecordIn.
           02 aiLot pic x(10).
           02 filler pic x.
           02 aiCardDate pic x(8).
           02 filler pic x.
           02 aiRecvDays pic x(4).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(27) value 'EXPECTED-LOT MORNING REPORT'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           move 'R' to calFunc.
           move riDate to calDate1.
           move riTime to calDate2.
           call 'PRODCAL' using calFunc, calDate1, calDate2, calResult.
           move calResult to checkDate.
           if checkDate is equal to zero
               move riDate to checkDate
           end-if.
           accept envOverride from environment "LOTREG_DD".
           if envOverride is not equal to spaces
               move envOverride to lotregFileName
           end-if.
           call 'RGNCHK' using lotregFileName, runRegion.
           accept envOverride from environment "PRIMES2_AUDIT_DD".
           if envOverride is not equal to spaces
               move envOverride to auditFileName
           end-if.
           call 'RGNCHK' using auditFileName, runRegion.
           accept envOverride from environment "LOTMISS_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to outputFileName
           end-if.
           call 'RGNCHK' using outputFileName, runRegion.
    *>    a bad override keeps the default, same graceful-default
    *>    style as primes2.cob's aging-day parameter.
           accept envOverride from environment "LOTMISS_DATE_DD".
                       at end move 1 to eofLotreg
                       not at end
                           move lotregLine to lotregRecordIn
    *>    a closed or cancelled lot is finished business -- nothing
    *>    more is due from it.
                           if lriLotId is not equal to spaces
                                   and lriStatus is not equal to 'L'
                                   and lriStatus is not equal to 'X'
                                   and regCount is less than 200
                               add 1 to regCount
                               move lriLotId to rgLotId(regCount)
           end-if.

    *>    count the night's audit rows per registered lot: only dated
    *>    decision rows whose deck was received for the night being
    *>    checked count -- the log accumulates across runs, and the
    *>    per-run control trailer rows carry no date at all.
       tallyAuditRows.
           open input auditFile.
           if fsAudit is not equal to "00"
           if aiDate is not numeric
               exit paragraph
           end-if.
           move zero to rowRecvDays.
           if aiRecvDays is not equal to spaces
               move function test-numval(aiRecvDays) to numvalCheck
               if numvalCheck is equal to zero
                   move function numval(aiRecvDays) to rowRecvDays
               end-if
           end-if.
           move aiDate to rowRecvDate.
           if rowRecvDays is not equal to zero
               compute rowRecvInt =
                   function integer-of-date(rowRecvDate) - rowRecvDays
               move function date-of-integer(rowRecvInt) to rowRecvDate
           end-if.
           if rowRecvDate is not equal to checkDate
               exit paragraph
           end-if.
           perform varying regIdx from 1 by 1
           move riDate to riOutDate.
           move riTime to riOutTime.
           move checkDate to riOutCheck.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
