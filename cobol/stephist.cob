    *>    and each night's total elapsed against the batch window -- so
    *>    "the sieve step's runtime has been creeping up" is provable
    *>    off a report instead of a hunch.
    *>    a step run by a restart of the stream (RESTART=STEPnnn) is
    *>    marked 'R' after its duration; a night that needed one says
    *>    so on its line, next to the return code that forced it.
       identification division.
       program-id. stephist.

           77 histFileName pic x(99) value "./cobol/assets/stephist.dat".
           77 outputFileName pic x(99) value "./stephist.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsHist pic xx.
           77 fsOutput pic xx.
           77 eofHist pic 9 value zero.
               03 ntDate pic x(8).
               03 ntTotalDur pic 9(9).
               03 ntWorstRc pic 9(4).
               03 ntRestarted pic x.
    *>    one step-history record, fixed-width, unpacked with a
    *>    matching group.
       01 histRecordIn.
           02 hiRc pic 9(4).
           02 filler pic x.
           02 hiDur pic 9(6).
           02 filler pic x.
           02 hiRestart pic x.
           02 filler pic x(25).
           77 avgDur pic 9(9).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(19) value 'STEP HISTORY REPORT'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           02 nlRc pic 9(4).
           02 filler pic x(2) value spaces.
           02 nlFlag pic x(8).
           02 filler pic x(2) value spaces.
           02 nlRestart pic x(9).
       01 noHistoryLine.
           02 filler pic x value space.
           02 filler pic x(38) value
           if envOverride is not equal to spaces
               move envOverride to histFileName
           end-if.
           call 'RGNCHK' using histFileName, runRegion.
           accept envOverride from environment "STEPHIST_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to outputFileName
           end-if.
           call 'RGNCHK' using outputFileName, runRegion.
           open input histFile.
           if fsHist is equal to "00"
               perform until eofHist is equal to 1
                   move hiDate to ntDate(nightFound)
                   move zero to ntTotalDur(nightFound)
                   move zero to ntWorstRc(nightFound)
                   move space to ntRestarted(nightFound)
               end-if
           end-if.
           if nightFound is not equal to zero
               if hiRc is greater than ntWorstRc(nightFound)
                   move hiRc to ntWorstRc(nightFound)
               end-if
               if hiRestart is equal to 'R'
                   move 'R' to ntRestarted(nightFound)
               end-if
           end-if.

       writeReport.
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
                   else
                       move spaces to nlFlag
                   end-if
                   if ntRestarted(nightIdx) is equal to 'R'
                       move "RESTARTED" to nlRestart
                   else
                       move spaces to nlRestart
                   end-if
                   write outLine from nightLine after advancing 1 line
               end-perform
           end-if.
