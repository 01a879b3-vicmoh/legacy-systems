           77 gateFileName pic x(99) value spaces.
           77 gateFormat pic x(5) value "AUDIT".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsGate pic xx.
           77 eofGate pic 9 value zero.
           77 numvalCheck pic s9(4) usage is comp.
           if envOverride is not equal to spaces
               move envOverride to gateFileName
           end-if.
           call 'RGNCHK' using gateFileName, runRegion.
           accept envOverride from environment "TRLRGATE_FORMAT_DD".
           if envOverride is equal to "CSV"
                   or envOverride is equal to "AUDIT"
