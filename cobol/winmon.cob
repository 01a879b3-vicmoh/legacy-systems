           77 histFileName pic x(99)
               value "./cobol/assets/stephist.dat".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsHist pic xx.
           77 eofHist pic 9 value zero.
           77 riDate pic 9(8).
           if envOverride is not equal to spaces
               move envOverride to histFileName
           end-if.
           call 'RGNCHK' using histFileName, runRegion.
    *>    a bad override keeps the default, same graceful-default
    *>    style as the other parameters.
           accept envOverride from environment "WINMON_CUTOFF".
