           77 annualBaseName pic x(99) value "./primes.audit".
           77 reportFileName pic x(99) value "./yearend.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsCatalog pic xx.
           77 fsGen pic xx.
           77 fsAnnual pic xx.
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(26) value 'ANNUAL AUDIT CONSOLIDATION'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           if envOverride is not equal to spaces
               move envOverride to catalogFileName
           end-if.
           call 'RGNCHK' using catalogFileName, runRegion.
           accept envOverride from environment "PRIMES2_AUDIT_DD".
           if envOverride is not equal to spaces
               move envOverride to annualBaseName
           end-if.
           call 'RGNCHK' using annualBaseName, runRegion.
           accept envOverride from environment "YEAREND_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           accept envOverride from environment "YEAREND_YEAR".
           if envOverride is not equal to spaces
               move function test-numval(envOverride) to numvalCheck
           move riDate to riOutDate.
           move riTime to riOutTime.
           move targetYear to riOutYear.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
               if genYear is equal to targetYear
                       and annualMarkCount is equal to zero
                   move catTableName(catIdx) to genFileName
                   call 'RGNCHK' using genFileName, runRegion
                   move catTableDate(catIdx) to wsGenDate
                   perform consolidateOneGeneration
                   move 1 to catTableConsolidated(catIdx)
                   until catIdx is greater than catCount
               if catTableConsolidated(catIdx) is equal to 1
                   move catTableName(catIdx) to genFileName
                   call 'RGNCHK' using genFileName, runRegion
                   delete file genFile
                   if fsGen is equal to "00" or fsGen is equal to "35"
                       add 1 to gensRetired
