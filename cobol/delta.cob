           77 bestStamp pic 9(14) value zero.
           77 bestGenName pic x(115).
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsOldCsv pic xx.
           77 fsNewCsv pic xx.
           77 fsOutput pic xx.
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(27) value 'CLASSIFICATION DELTA REPORT'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
               move envOverride to oldCsvFileName
               move 1 to oldSideForced
           end-if.
           call 'RGNCHK' using oldCsvFileName, runRegion.
           accept envOverride from environment "DELTA_NEW_DD".
           if envOverride is not equal to spaces
               move envOverride to newCsvFileName
           end-if.
           call 'RGNCHK' using newCsvFileName, runRegion.
           accept envOverride from environment "DELTA_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to outputFileName
           end-if.
           call 'RGNCHK' using outputFileName, runRegion.
           accept envOverride from environment "GENCAT_CATALOG_DD".
           if envOverride is not equal to spaces
               move envOverride to catalogFileName
           end-if.
           call 'RGNCHK' using catalogFileName, runRegion.
           if oldSideForced is equal to zero
               perform pickPreviousBusinessNight
           end-if.
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
