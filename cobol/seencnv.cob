           77 seenFileName pic x(99) value "./primes.seen".
           77 workFileName pic x(99).
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsSeenFile pic xx.
           77 fsWorkFile pic xx.
           77 eofFile pic 9 value zero.
           if envOverride is not equal to spaces
               move envOverride to seenFileName
           end-if.
           call 'RGNCHK' using seenFileName, runRegion.
           move spaces to workFileName.
           string function trim(seenFileName) delimited by size
                  ".cnv" delimited by size
