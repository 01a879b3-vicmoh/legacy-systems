               value "./cobol/assets/issureg.dat".
           77 workFileName pic x(99).
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsIssureg pic xx.
           77 fsWorkFile pic xx.
           77 eofFile pic 9 value zero.
           if envOverride is not equal to spaces
               move envOverride to issuregFileName
           end-if.
           call 'RGNCHK' using issuregFileName, runRegion.
           move spaces to workFileName.
           string function trim(issuregFileName) delimited by size
                  ".cnv" delimited by size
