           77 jrnlFileName pic x(99) value "./primes3.jrnl".
           77 reportFileName pic x(99) value "./sessrep.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsJrnlFile pic xx.
           77 fsReport pic xx.
           77 eofJrnl pic 9 value zero.
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(24) value 'SESSION PLAYBACK REPORT'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           if envOverride is not equal to spaces
               move envOverride to jrnlFileName
           end-if.
           call 'RGNCHK' using jrnlFileName, runRegion.
           accept envOverride from environment "SESSREP_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           display "SESSION PLAYBACK".
           move zero to entryOk.
           perform until entryOk is equal to 1
           move riTime to riOutTime.
           move pickDate to riOutSessDate.
           move pickTime to riOutSessTime.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
