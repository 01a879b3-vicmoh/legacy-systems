           77 genFileName pic x(99).
           77 catalogFileName pic x(99) value "./cobol/assets/outgen.dat".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsSource pic xx.
           77 fsGen pic xx.
           77 fsCatalog pic xx.
    *>    bad values keep the default -- same graceful-default style
    *>    PRIMTEST uses for PRIMECFG.DAT.
           77 keepCount pic 9(4) value 7.
    *>    the records-retention schedule (RETSCHED) governs the report
    *>    generations as class OUTGEN: a scheduled generation count
    *>    outranks GENCAT_KEEP, and a legal hold scratches nothing.
           77 rtClass pic x(8) value 'OUTGEN'.
           77 rtResult pic x.
           77 rtUnit pic x.
           77 rtPeriod pic 9(4).
           77 rtHold pic x.
           77 rtHoldRef pic x(12).
           77 numvalCheck pic s9(4) usage is comp.
           77 thisBaseCount pic 9(4).
           77 oldestIdx pic 9(4).
           if envOverride is not equal to spaces
               move envOverride to sourceFileName
           end-if.
           call 'RGNCHK' using sourceFileName, runRegion.
           accept envOverride from environment "GENCAT_CATALOG_DD".
           if envOverride is not equal to spaces
               move envOverride to catalogFileName
           end-if.
           call 'RGNCHK' using catalogFileName, runRegion.
           accept envOverride from environment "GENCAT_KEEP".
           if envOverride is not equal to spaces
               move function test-numval(envOverride) to numvalCheck
                   end-if
               end-if
           end-if.
           call 'RETSCHED' using rtClass, rtResult, rtUnit, rtPeriod,
               rtHold, rtHoldRef.
           if rtResult is equal to 'S' and rtHold is not equal to 'Y'
               if rtUnit is equal to 'G'
                   move rtPeriod to keepCount
               else
                   display "RETENTION SCHEDULE UNIT " rtUnit
                       " NOT USABLE FOR OUTGEN, GENCAT_KEEP STANDS"
               end-if
           end-if.
           if sourceFileName is equal to spaces
               display "GENCAT_SOURCE_DD NOT SET, NOTHING TO ARCHIVE"
               move 8 to return-code
               display "GENERATION CATALOG FULL, NOT REGISTERED: "
                   function trim(genFileName)
           end-if.
           if rtHold is equal to 'Y'
               display "REPORT GENERATIONS UNDER LEGAL HOLD "
                   function trim(rtHoldRef) ", NONE SCRATCHED"
           else
               perform applyRetention
           end-if.
           perform writeCatalog.
           display "GENERATION CUT: " function trim(genFileName) " ("
               linesCopied " LINES), " gensScratched " SCRATCHED, KEEP "
                   exit perform
               end-if
               move catTableGen(oldestIdx) to genFileName
               call 'RGNCHK' using genFileName, runRegion
               delete file genFile
               if fsGen is equal to "00" or fsGen is equal to "35"
                   add 1 to gensScratched
