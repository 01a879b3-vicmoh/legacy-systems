    *>    rows, reverses its mstupdt.cob master adds, and drops its
    *>    first-seen entries from primes.seen -- with a printed backout
    *>    register of everything it touched, so a rollback is a
    *>    procedure instead of an improvisation. a run dated in a
    *>    period the month-end stream has closed (PERLOCK) is only
    *>    backed out under a supervisor's signon, and the register
    *>    names who allowed it.
       identification division.
       program-id. backout.

           access mode is dynamic
           record key is masterNum
           file status is fsMaster.
    *>    every master record the backout deletes or re-stamps lands
    *>    on the master-maintenance journal mstmnt.cob keeps, so a
    *>    master rebuilt from an older image by mstrecov.cob is backed
    *>    out the same way again.
       select jrnlFile assign to dynamic jrnlFileName
           organization is line sequential
           file status is fsJrnl.
       select registerFile assign to dynamic registerFileName
           organization is line sequential
           file status is fsRegister.
                 02 masterLastJob pic x(8).
         fd registerFile.
             01 registerLine pic x(132).
         fd jrnlFile.
             01 jrnlLine pic x(110).

       working-storage section.
           77 auditFileName pic x(99) value "./primes.audit".
           77 masterFileName pic x(99)
               value "./cobol/assets/classmst.dat".
           77 registerFileName pic x(99) value "./backout.out".
           77 jrnlFileName pic x(99)
               value "./cobol/assets/mstmnt.jrnl".
           77 fsJrnl pic xx.
           77 jrnlOpen pic 9 value zero.
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsAudit pic xx.
           77 fsSeen pic xx.
           77 fsWork pic xx.
           77 confirmEntry pic x(3).
           77 numvalCheck pic s9(4) usage is comp.
           77 entryOk pic 9.
    *>    closed-period override: the target run's month, PERLOCK's
    *>    answer, and the supervisor who signed for it.
           77 targetPeriod pic 9(6).
           77 plResult pic x.
           77 plCloseDate pic 9(8).
           77 overrideOperator pic x(8) value spaces.
           77 gatePassword pic x(8) value spaces.
           77 gateRequiredRole pic x value 'S'.
           77 gateResult pic x.
    *>    what the backout touched, for the register and the job log.
           77 auditRowsRemoved pic 9(9) value zero.
           77 auditTrailersRemoved pic 9(9) value zero.
           02 filler pic x.
           02 siFirstDate pic x(8).
           02 filler pic x(61).
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
           02 filler pic x(16) value 'BACKOUT REGISTER'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           02 filler pic x value space.
           02 rcLabel pic x(34).
           02 rcCount pic z(8)9.
       01 overrideLine.
           02 filler pic x value space.
           02 filler pic x(14) value 'CLOSED PERIOD '.
           02 olPeriod pic 9(6).
           02 filler pic x(11) value ' (CLOSED ON'.
           02 filler pic x value space.
           02 olCloseDate pic 9(8).
           02 filler pic x(31) value
               ') BACKED OUT UNDER OVERRIDE BY '.
           02 olOperator pic x(8).
       01 partialSliceLine.
           02 filler pic x value space.
           02 filler pic x(76) value
           if envOverride is not equal to spaces
               move envOverride to auditFileName
           end-if.
           call 'RGNCHK' using auditFileName, runRegion.
           accept envOverride from environment "PRIMES2_SEEN_DD".
           if envOverride is not equal to spaces
               move envOverride to seenFileName
           end-if.
           call 'RGNCHK' using seenFileName, runRegion.
           accept envOverride from environment "CLASSMST_DD".
           if envOverride is not equal to spaces
               move envOverride to masterFileName
           end-if.
           call 'RGNCHK' using masterFileName, runRegion.
           accept envOverride from environment "BACKOUT_REGISTER_DD".
           if envOverride is not equal to spaces
               move envOverride to registerFileName
           end-if.
           call 'RGNCHK' using registerFileName, runRegion.
           accept envOverride from environment "MSTMNT_JRNL_DD".
           if envOverride is not equal to spaces
               move envOverride to jrnlFileName
           end-if.
           call 'RGNCHK' using jrnlFileName, runRegion.
           display "RUN BACKOUT".
           perform acceptTargetDate.
           display "Job id of the run to back out: ".
               move 4 to return-code
               goback
           end-if.
           perform checkClosedPeriod.
           if plResult is equal to 'C' and gateResult is not equal to 'Y'
               move 8 to return-code
               goback
           end-if.
    *>    an explicit YES, not a y: this deletes business records.
           display "BACK OUT RUN " targetDate " JOB " targetJob
               " FROM AUDIT, SEEN AND MASTER? TYPE YES TO PROCEED: ".
           move riTime to riOutTime.
           move targetDate to riOutTarget.
           move targetJob to riOutJob.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write registerLine from titleLine after advancing 0 lines.
           write registerLine from theUnderLine after advancing 1 line.
           write registerLine from runInfoLine after advancing 1 line.
           if plResult is equal to 'C'
               move targetPeriod to olPeriod
               move plCloseDate to olCloseDate
               move overrideOperator to olOperator
               write registerLine from overrideLine
                   after advancing 1 line
           end-if.
           write registerLine from blankLine after advancing 1 line.

           perform backOutAuditRows.
               + masterAddsReversed + masterStampsReset.
           display "BACKOUT COMPLETE: " totalTouched " ITEMS TOUCHED,"
               " REGISTER AT " function trim(registerFileName).
    *>    removed audit rows may already sit on a chargeback extract
    *>    finance has; crmemo.cob prices them off this register.
           if auditRowsRemoved is greater than zero
               display "RUN CRMEMO AGAINST THIS REGISTER TO CREDIT ANY "
                   "PERIOD ALREADY BILLED."
           end-if.
           if totalTouched is equal to zero
               display "NOTHING ON FILE MATCHED RUN " targetDate
                   " JOB " targetJob "."
               end-if
           end-perform.

    *>    a run dated in a closed month was billed, reported and
    *>    signed off with the close; unwinding it is a supervisor's
    *>    decision, proven through AUTHCHK the way the maintenance
    *>    programs gate their menus.
       checkClosedPeriod.
           move space to gateResult.
           compute targetPeriod = function integer(targetDate / 100).
           call 'PERLOCK' using targetPeriod, plResult, plCloseDate.
           if plResult is not equal to 'C'
               exit paragraph
           end-if.
           display "RUN DATE " targetDate " FALLS IN PERIOD "
               targetPeriod ", CLOSED ON " plCloseDate ".".
           display "SUPERVISOR OVERRIDE REQUIRED. SUPERVISOR USERID: ".
           accept overrideOperator.
           display "Supervisor password: ".
           accept gatePassword.
           call 'AUTHCHK' using overrideOperator, gatePassword,
               gateRequiredRole, gateResult.
           if gateResult is not equal to 'Y'
               display "OVERRIDE DENIED. NOTHING BACKED OUT OF CLOSED "
                   "PERIOD " targetPeriod "."
           end-if.

    *>    stream the audit log to a work file, dropping the target
    *>    run's rows, then install the work file back over the log.
    *>    a trailer closing a slice whose every row was removed is
                   " FILE " function trim(masterFileName)
               exit paragraph
           end-if.
           perform openJournal.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read masterFile next record
               end-read
           end-perform.
           close masterFile.
           if jrnlOpen is equal to 1
               close jrnlFile
           end-if.

       siftOneMasterRecord.
           if masterFirstDate is equal to targetDate
               move masterRecord to rdText
               write registerLine from registerDetailLine
                   after advancing 1 line
               move 'BACKOUT ' to jrField
               move masterFirstDate to jrOld
               move targetJob to jrNew
               perform journalMasterChange
               delete masterFile record
               add 1 to masterAddsReversed
           else
                   move masterRecord to rdText
                   write registerLine from registerDetailLine
                       after advancing 1 line
                   move 'LASTSEEN' to jrField
                   move masterLastDate to jrOld
                   move masterFirstDate to jrNew
                   perform journalMasterChange
                   move masterFirstDate to masterLastDate
                   move masterFirstJob to masterLastJob
                   rewrite masterRecord
                   add 1 to masterStampsReset
               end-if
           end-if.

    *>    the journal is opened once for the master pass, the same
    *>    open-extend-else-output shape the maintenance logs use; one
    *>    that won't open is reported, and the backout register still
    *>    carries every record touched.
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

       journalMasterChange.
           if jrnlOpen is not equal to 1
               exit paragraph
           end-if.
           move riDate to jrDate.
           move riTime to jrTime.
           move 'BACKOUT ' to jrOperator.
           move masterNum to jrNum.
           write jrnlLine from jrnlRecord.
