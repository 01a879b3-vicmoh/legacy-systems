           77 histFileName pic x(99) value "./cobol/assets/rollup.hist".
           77 outputFileName pic x(99) value "./trend.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsHist pic xx.
           77 fsOutput pic xx.
           77 eofHist pic 9 value zero.
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(19) value 'ROLLUP TREND REPORT'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           if envOverride is not equal to spaces
               move envOverride to histFileName
           end-if.
           call 'RGNCHK' using histFileName, runRegion.
           accept envOverride from environment "TREND_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to outputFileName
           end-if.
           call 'RGNCHK' using outputFileName, runRegion.
           perform loadHistory.
           perform writeReport.
           move return-code to rsRc.
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
