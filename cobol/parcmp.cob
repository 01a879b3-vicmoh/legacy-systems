           77 newFileName pic x(99).
           77 reportFileName pic x(99) value "./parcmp.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsOldFile pic xx.
           77 fsNewFile pic xx.
           77 fsReport pic xx.
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(28) value 'PARALLEL-RUN VERIFICATION'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           open output reportFile.
           if fsReport is not equal to "00"
               display "FILE OPEN FAILURE, REPORT STATUS " fsReport
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
           string function trim(oldPrefix) delimited by size
                  function trim(baseName) delimited by size
               into oldFileName.
           call 'RGNCHK' using oldFileName, runRegion.
           move spaces to newFileName.
           string function trim(newPrefix) delimited by size
                  function trim(baseName) delimited by size
               into newFileName.
           call 'RGNCHK' using newFileName, runRegion.
           move baseName to fhBase.
           move oldFileName to fhOld.
           move newFileName to fhNew.
