           77 jrnlFileName pic x(99)
               value "./cobol/assets/mstmnt.jrnl".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsMaster pic xx.
           77 fsNote pic xx.
           77 fsJrnl pic xx.
           if envOverride is not equal to spaces
               move envOverride to masterFileName
           end-if.
           call 'RGNCHK' using masterFileName, runRegion.
           accept envOverride from environment "MSTNOTE_DD".
           if envOverride is not equal to spaces
               move envOverride to noteFileName
           end-if.
           call 'RGNCHK' using noteFileName, runRegion.
           accept envOverride from environment "MSTMNT_JRNL_DD".
           if envOverride is not equal to spaces
               move envOverride to jrnlFileName
           end-if.
           call 'RGNCHK' using jrnlFileName, runRegion.
           display operatorScreen.
           accept operatorScreen.
           if changingOperator is equal to spaces
