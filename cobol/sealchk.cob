           77 catalogFileName pic x(99)
               value "./cobol/assets/auditgen.dat".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsCatalog pic xx.
           77 eofCatalog pic 9 value zero.
    *>    one specific file to verify; blank means the whole catalog.
           if envOverride is not equal to spaces
               move envOverride to catalogFileName
           end-if.
           call 'RGNCHK' using catalogFileName, runRegion.
           accept envOverride from environment "SEALCHK_FILE_DD".
           if envOverride is not equal to spaces
               move envOverride to pickFileName
           end-if.
           call 'RGNCHK' using pickFileName, runRegion.
           open input catalogFile.
           if fsCatalog is not equal to "00"
               display "CATALOG NOT AVAILABLE, STATUS " fsCatalog
