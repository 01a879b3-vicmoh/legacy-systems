           77 catalogFileName pic x(99) value "./cobol/assets/auditgen.dat".
           77 paramFileName pic x(99) value "./cobol/assets/auditcut.parm".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsAudit pic xx.
           77 fsGen pic xx.
           77 fsCatalog pic xx.
           77 numvalCheck pic s9(4) usage is comp.
    *>    retention guard for yearend.cob's annual archives.
           77 annualMarkCount pic 9(4).
    *>    the records-retention schedule (RETSCHED) governs the
    *>    generations as class AUDITGEN: a scheduled period outranks
    *>    the parameter card, which now only stands in for a class
    *>    nobody has scheduled, and a legal hold stops the scratch
    *>    pass outright.
           77 rtClass pic x(8) value 'AUDITGEN'.
           77 rtResult pic x.
           77 rtUnit pic x.
           77 rtPeriod pic 9(4).
           77 rtHold pic x.
           77 rtHoldRef pic x(12).
    *>    the close-out reads each log wholesale and restarts it
    *>    empty -- exactly the rewrite the inquiry screens' FILELOCK
    *>    enqueue exists to keep readers away from, so the whole
           if envOverride is not equal to spaces
               move envOverride to p2AuditFileName
           end-if.
           call 'RGNCHK' using p2AuditFileName, runRegion.
           accept envOverride from environment "PRIMES3_AUDIT_DD".
           if envOverride is not equal to spaces
               move envOverride to p3AuditFileName
           end-if.
           call 'RGNCHK' using p3AuditFileName, runRegion.
           accept envOverride from environment "AUDITCUT_CATALOG_DD".
           if envOverride is not equal to spaces
               move envOverride to catalogFileName
           end-if.
           call 'RGNCHK' using catalogFileName, runRegion.
           accept envOverride from environment "AUDITCUT_PARM_DD".
           if envOverride is not equal to spaces
               move envOverride to paramFileName
           end-if.
           call 'RGNCHK' using paramFileName, runRegion.
           accept envOverride from environment "AUDITXREF_DD".
           if envOverride is not equal to spaces
               move envOverride to xrefFileName
           end-if.
           call 'RGNCHK' using xrefFileName, runRegion.
           perform loadParam.
           perform loadSchedule.
           perform loadCatalog.
           perform openXref.
    *>    the cutoff is the run date pushed back by the retention
               close xrefFile
           end-if.

           if rtHold is equal to 'Y'
               display "AUDIT GENERATIONS UNDER LEGAL HOLD "
                   function trim(rtHoldRef) ", NONE SCRATCHED"
           else
               perform applyRetention
           end-if.
           perform writeCatalog.

           display "AUDIT CLOSE-OUT COMPLETE: " rowsRolled
               close paramFile
           end-if.

       loadSchedule.
           call 'RETSCHED' using rtClass, rtResult, rtUnit, rtPeriod,
               rtHold, rtHoldRef.
           if rtResult is equal to 'S' and rtHold is not equal to 'Y'
               if rtUnit is equal to 'D'
                   move rtPeriod to retentionDays
               else
                   display "RETENTION SCHEDULE UNIT " rtUnit
                       " NOT USABLE FOR AUDITGEN, PARAMETER CARD STANDS"
               end-if
           end-if.

       loadCatalog.
           open input catalogFile.
           if fsCatalog is equal to "00"
               if catTableDate(catIdx) is less than cutoffDate
                       and annualMarkCount is equal to zero
                   move catTableFileName(catIdx) to genFileName
                   call 'RGNCHK' using genFileName, runRegion
                   delete file genFile
                   if fsGen is equal to "00" or fsGen is equal to "35"
                       add 1 to gensScratched
