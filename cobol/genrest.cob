           77 logFileName pic x(99)
               value "./cobol/assets/genrest.log".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsCatalog pic xx.
           77 fsGen pic xx.
           77 fsTarget pic xx.
           if envOverride is not equal to spaces
               move envOverride to catalogFileName
           end-if.
           call 'RGNCHK' using catalogFileName, runRegion.
           accept envOverride from environment "GENREST_LOG_DD".
           if envOverride is not equal to spaces
               move envOverride to logFileName
           end-if.
           call 'RGNCHK' using logFileName, runRegion.
           display "GENERATION RESTORE".
           display "Your operator id: ".
           accept restoringOperator.
           end-if.
           move catTableGen(foundIdx) to genFileName.
           move targetEntry to targetFileName.
           call 'RGNCHK' using genFileName, runRegion.
           call 'RGNCHK' using targetFileName, runRegion.
           perform copyGeneration.
           if return-code is equal to 0
               perform writeLogRow
