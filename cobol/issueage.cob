           77 reportFileName pic x(99) value "./issueage.out".
           77 agedWorkName pic x(99) value "./issueage-agedwk".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsIssureg pic xx.
           77 fsSeenFile pic xx.
           77 fsReport pic xx.
           77 matchedCount pic 9(9) value zero.
           77 agedCount pic 9(9) value zero.
           77 youngUnseenCount pic 9(9) value zero.
    *>    voided entries never come back by design, so they're left
    *>    out of the aging entirely and only counted.
           77 voidedCount pic 9(9) value zero.
    *>    the seen stream, advanced in step with the number-sorted
    *>    register -- the same balanced read issueno.cob uses.
           77 seenAvailable pic 9 value zero.
           02 igDept pic x(8).
           02 filler pic x.
           02 igNum pic x(10).
           02 filler pic x.
    *>    'V' once issvoid.cob has voided the entry.
           02 igVoidFlag pic x.
           02 filler pic x(40).
    *>    group-break controls for the printed report.
           77 breakDate pic 9(8).
           77 breakDept pic x(8).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(30) value 'ISSUED-NOT-RECEIVED AGING'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           02 filler pic x(23) value ' UNSEEN INSIDE LIMIT, '.
           02 smAged pic z(8)9.
           02 filler pic x(19) value ' AGED NEVER-SEEN'.
       01 voidedLine.
           02 filler pic x value space.
           02 vlVoided pic z(8)9.
           02 filler pic x(32) value ' VOIDED, EXCLUDED FROM THE AGING'.

       procedure division.
           accept riDate from date yyyymmdd.
           if envOverride is not equal to spaces
               move envOverride to issuregFileName
           end-if.
           call 'RGNCHK' using issuregFileName, runRegion.
           accept envOverride from environment "PRIMES2_SEEN_DD".
           if envOverride is not equal to spaces
               move envOverride to seenFileName
           end-if.
           call 'RGNCHK' using seenFileName, runRegion.
           accept envOverride from environment "ISSUEAGE_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           call 'RGNCHK' using agedWorkName, runRegion.
           accept envOverride from environment "ISSUEAGE_DAYS".
           if envOverride is not equal to spaces
               move function test-numval(envOverride) to numvalCheck
           move riDate to riOutDate.
           move riTime to riOutTime.
           move agingLimitDays to riOutLimit.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
           move youngUnseenCount to smYoung.
           move agedCount to smAged.
           write outLine from summaryLine after advancing 1 line.
           if voidedCount is greater than zero
               move voidedCount to vlVoided
               write outLine from voidedLine after advancing 1 line
           end-if.
           close reportFile.
           display "ISSUE AGING COMPLETE: " issuedRead " ISSUED, "
               agedCount " AGED NEVER-SEEN.".
                   at end move 1 to eofFile
                   not at end
                       move issuregLine to issuregRecordIn
                       if igVoidFlag is equal to 'V'
                           add 1 to voidedCount
                       else if igNum is numeric and igDate is numeric
                           add 1 to issuedRead
                           move function numval(igNum) to nsNum
                           move function numval(igDate) to nsDate
                           move igDept to nsDept
                           release numSortRec
                       end-if
                       end-if
               end-read
           end-perform.
           close issuregFile.
