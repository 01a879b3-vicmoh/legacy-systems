           77 histFileName pic x(99) value "./cobol/assets/rollup.hist".
           77 fsHist pic xx.
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsT1Csv pic xx.
           77 fsP2Csv pic xx.
           77 fsP3Audit pic xx.
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(13) value 'ROLLUP REPORT'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           if envOverride is not equal to spaces
               move envOverride to t1CsvFileName
           end-if.
           call 'RGNCHK' using t1CsvFileName, runRegion.
           accept envOverride from environment "ROLLUP_P2_CSV_DD".
           if envOverride is not equal to spaces
               move envOverride to p2CsvFileName
           end-if.
           call 'RGNCHK' using p2CsvFileName, runRegion.
           accept envOverride from environment "ROLLUP_P2_AUDIT_DD".
           if envOverride is not equal to spaces
               move envOverride to p2AuditFileName
           end-if.
           call 'RGNCHK' using p2AuditFileName, runRegion.
           accept envOverride from environment "ROLLUP_P3_AUDIT_DD".
           if envOverride is not equal to spaces
               move envOverride to p3AuditFileName
           end-if.
           call 'RGNCHK' using p3AuditFileName, runRegion.
           accept envOverride from environment "ROLLUP_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to outputFileName
           end-if.
           call 'RGNCHK' using outputFileName, runRegion.
           accept envOverride from environment "ROLLUP_HIST_DD".
           if envOverride is not equal to spaces
               move envOverride to histFileName
           end-if.
           call 'RGNCHK' using histFileName, runRegion.

    *>    any of the three source files may not exist yet (a shift that
    *>    never ran one of the three programs); skip it rather than
           move riTime to riOutTime.

           open output outputFile.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
