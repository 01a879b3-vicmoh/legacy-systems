           77 outFileName pic x(99).
           77 partPrefix pic x(60) value "./p2part".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsPartFile pic xx.
           77 fsOutFile pic xx.
           77 eofFile pic 9.
           if envOverride is not equal to spaces
               move envOverride to reportOutName
           end-if.
           call 'RGNCHK' using reportOutName, runRegion.
           accept envOverride from environment "PRIMES2_CSV_DD".
           if envOverride is not equal to spaces
               move envOverride to csvOutName
           end-if.
           call 'RGNCHK' using csvOutName, runRegion.
           accept envOverride from environment "PRIMES2_AUDIT_DD".
           if envOverride is not equal to spaces
               move envOverride to auditOutName
           end-if.
           call 'RGNCHK' using auditOutName, runRegion.
           accept envOverride from environment "PRIMES2_REJECT_DD".
           if envOverride is not equal to spaces
               move envOverride to rejectOutName
           end-if.
           call 'RGNCHK' using rejectOutName, runRegion.
           accept envOverride from environment "PRIMES2_SEEN_DD".
           if envOverride is not equal to spaces
               move envOverride to seenOutName
           end-if.
           call 'RGNCHK' using seenOutName, runRegion.

           move 'R' to combKind.
           move ".out.P" to partSuffix.
                      function trim(partSuffix) delimited by size
                      partDigit delimited by size
                   into partFileName
               call 'RGNCHK' using partFileName, runRegion
               perform copyOnePart
           end-perform.
    *>    the combined trailer, in the writer's own shape.
