       select paramFile assign to dynamic paramFileName
           organization is line sequential
           file status is fsParam.
    *>    every record the purge takes off the master lands on the
    *>    master-maintenance journal mstmnt.cob keeps, so a master
    *>    rebuilt from an older image by mstrecov.cob drops it again.
       select jrnlFile assign to dynamic jrnlFileName
           organization is line sequential
           file status is fsJrnl.
       select registerFile assign to dynamic registerFileName
           organization is line sequential
           file status is fsRegister.
                 02 filler pic x(76).
         fd registerFile.
             01 registerLine pic x(132).
         fd jrnlFile.
             01 jrnlLine pic x(110).

       working-storage section.
           77 masterFileName pic x(99)
           77 paramFileName pic x(99)
               value "./cobol/assets/mstpurge.parm".
           77 registerFileName pic x(99) value "./mstpurge.out".
           77 jrnlFileName pic x(99)
               value "./cobol/assets/mstmnt.jrnl".
           77 fsJrnl pic xx.
           77 jrnlOpen pic 9 value zero.
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsMaster pic xx.
           77 fsArchive pic xx.
           77 fsParam pic xx.
    *>    default, same graceful-default style as auditcut.cob. the
    *>    default keeps two years live.
           77 retentionDays pic 9(4) value 730.
    *>    the records-retention schedule (RETSCHED) governs the master
    *>    as class CLASSMST: a scheduled period outranks the parameter
    *>    card, and a legal hold purges nothing -- the register still
    *>    prints, saying why.
           77 rtClass pic x(8) value 'CLASSMST'.
           77 rtResult pic x.
           77 rtUnit pic x.
           77 rtPeriod pic 9(4).
           77 rtHold pic x.
           77 rtHoldRef pic x(12).
           77 cutoffDate pic 9(8).
           77 cutoffInt pic s9(9) usage is comp.
           77 recordsRead pic 9(9) value zero.
           02 filler pic x value space.
           02 arLastJob pic x(8).
           02 filler pic x(6) value spaces.
    *>    mstmnt.cob's journal row, byte for byte.
       01 jrnlRecord.
           02 jrDate pic 9(8).
           02 filler pic x value space.
           02 jrTime pic 9(8).
           02 filler pic x value space.
           02 jrOperator pic x(8).
           02 filler pic x value space.
           02 jrNum pic 9(10).
           02 filler pic x value space.
           02 jrField pic x(8).
           02 filler pic x(5) value ' OLD '.
           02 jrOld pic x(10).
           02 filler pic x(5) value ' NEW '.
           02 jrNew pic x(10).
           02 filler pic x(41) value spaces.
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(21) value 'MASTER PURGE REGISTER'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           02 riOutCutoff pic 9(8).
       01 blankLine.
           02 filler pic x value space.
       01 holdLine.
           02 filler pic x value space.
           02 filler pic x(34) value 'CLASSMST UNDER LEGAL HOLD, MATTER '.
           02 hlHoldRef pic x(12).
           02 filler pic x(18) value ' -- NOTHING PURGED'.
       01 yearCountLine.
           02 filler pic x value space.
           02 filler pic x(15) value 'LAST SEEN YEAR '.
           if envOverride is not equal to spaces
               move envOverride to masterFileName
           end-if.
           call 'RGNCHK' using masterFileName, runRegion.
           accept envOverride from environment "CLASSMST_ARCH_DD".
           if envOverride is not equal to spaces
               move envOverride to archiveFileName
           end-if.
           call 'RGNCHK' using archiveFileName, runRegion.
           accept envOverride from environment "MSTPURGE_PARM_DD".
           if envOverride is not equal to spaces
               move envOverride to paramFileName
           end-if.
           call 'RGNCHK' using paramFileName, runRegion.
           accept envOverride from environment "MSTPURGE_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to registerFileName
           end-if.
           call 'RGNCHK' using registerFileName, runRegion.
           accept envOverride from environment "MSTMNT_JRNL_DD".
           if envOverride is not equal to spaces
               move envOverride to jrnlFileName
           end-if.
           call 'RGNCHK' using jrnlFileName, runRegion.
           perform loadParam.
           perform loadSchedule.
           compute cutoffInt =
               function integer-of-date(riDate) - retentionDays.
           compute cutoffDate = function date-of-integer(cutoffInt).
           if rtHold is equal to 'Y'
               display "MASTER UNDER LEGAL HOLD "
                   function trim(rtHoldRef) ", NOTHING PURGED"
               perform writeRegister
               move 0 to return-code
               perform recordRunStatus
               goback
           end-if.
           open i-o masterFile.
           if fsMaster is not equal to "00"
               display "MASTER NOT AVAILABLE, STATUS " fsMaster
               perform recordRunStatus
               goback
           end-if.
           perform openJournal.
           perform until eofMaster is equal to 1
               read masterFile next record
                   at end move 1 to eofMaster
           end-perform.
           close masterFile.
           close archiveFile.
           if jrnlOpen is equal to 1
               close jrnlFile
           end-if.
           perform writeRegister.
           display "PURGE COMPLETE: " recordsPurged " PURGED, "
               recordsKept " LEFT LIVE, CUTOFF " cutoffDate ".".
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
                       " NOT USABLE FOR CLASSMST, PARAMETER CARD STANDS"
               end-if
           end-if.

    *>    one master record: last seen before the cutoff goes to the
    *>    archive and off the master; anything newer -- or a record
    *>    with no usable last-seen date, which nobody can prove is
               perform tallyYear
               delete masterFile record
               add 1 to recordsPurged
               perform journalPurge
           else
               add 1 to recordsKept
           end-if.

    *>    the journal is opened once for the whole pass, the same
    *>    open-extend-else-output shape the maintenance logs use; a
    *>    journal that won't open is reported but doesn't stop a purge
    *>    the archive already holds the evidence of.
       openJournal.
           open extend jrnlFile.
           if fsJrnl is not equal to "00"
               open output jrnlFile
           end-if.
           if fsJrnl is not equal to "00"
               display "JOURNAL WRITE FAILURE, STATUS " fsJrnl
                   " FILE " function trim(jrnlFileName)
           else
               move 1 to jrnlOpen
           end-if.

       journalPurge.
           if jrnlOpen is not equal to 1
               exit paragraph
           end-if.
           move riDate to jrDate.
           move riTime to jrTime.
           move 'MSTPURGE' to jrOperator.
           move masterNum to jrNum.
           move 'PURGE   ' to jrField.
           move masterLastDate to jrOld.
           move cutoffDate to jrNew.
           write jrnlLine from jrnlRecord.

       tallyYear.
           perform varying yearIdx from 1 by 1
                   until yearIdx is greater than yearCount
           move riTime to riOutTime.
           move retentionDays to riOutRetention.
           move cutoffDate to riOutCutoff.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write registerLine from titleLine after advancing 0 lines.
           write registerLine from theUnderLine after advancing 1 line.
           write registerLine from runInfoLine after advancing 1 line.
           write registerLine from blankLine after advancing 1 line.
           if rtHold is equal to 'Y'
               move rtHoldRef to hlHoldRef
               write registerLine from holdLine after advancing 1 line
           end-if.
           perform varying yearIdx from 1 by 1
                   until yearIdx is greater than yearCount
               move ytYear(yearIdx) to ycYear
