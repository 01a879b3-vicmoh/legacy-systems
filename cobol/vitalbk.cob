    *>    vital-records backup: gencat.cob keeps generations of the
    *>    reports and auditcut.cob of the audit logs, but the files
    *>    nothing can rebuild -- the classification master, the seen
    *>    file, the prime list, the lot and reserved-range registers,
    *>    the operator file, the issuance register, the catalogs and
    *>    the tuning card -- were backed up by nobody. this step copies
    *>    that defined set into one dated backup set (every member
    *>    named <prefix>.V<stamp>.<member>), writes the set's manifest
    *>    with each member's record count and hash total, registers
    *>    the set in vitalset.dat and expires the oldest sets beyond
    *>    the retention count. the indexed files are unloaded record
    *>    for record in key order, the same bytes a reload writes back.
    *>    the hash total is the AUDSEAL record-chained seal the audit
    *>    generations carry, taken over the member as written.
    *>
    *>    VITALBK_MODE=VERIFY is the restore check: it re-reads every
    *>    member of a chosen set (VITALBK_SET, default the newest) and
    *>    proves the set complete against its manifest -- every member
    *>    there, readable, its count and hash unchanged -- before
    *>    anybody restores from it.
       identification division.
       program-id. vitalbk.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    dynamic-assigned with environment overrides, same convention
    *>    as the rest of the tree; each member's own program DD names
    *>    its source, so the backup copies what the suite really uses.
       select sourceFile assign to dynamic sourceFileName
           organization is line sequential
           file status is fsSource.
       select masterFile assign to dynamic sourceFileName
           organization is indexed
           access mode is sequential
           record key is masterNum
           file status is fsSource.
       select primeListFile assign to dynamic sourceFileName
           organization is indexed
           access mode is sequential
           record key is primeListNum
           file status is fsSource.
       select backupFile assign to dynamic backupFileName
           organization is line sequential
           file status is fsBackup.
       select manifestFile assign to dynamic manifestFileName
           organization is line sequential
           file status is fsManifest.
       select setCatalogFile assign to dynamic setCatalogFileName
           organization is line sequential
           file status is fsSetCatalog.
       select reportFile assign to dynamic reportFileName
           organization is line sequential
           file status is fsReport.

       data division.
       file section.
         fd sourceFile.
             01 sourceLine pic x(9999).
    *>    mstupdt.cob's master record layout, byte for byte.
         fd masterFile.
             01 masterRecord.
                 02 masterNum pic 9(10).
                 02 masterClassification pic x(15).
                 02 masterFactor pic s9(10).
                 02 masterLot pic x(10).
                 02 masterCardDate pic 9(8).
                 02 masterFirstDate pic 9(8).
                 02 masterFirstJob pic x(8).
                 02 masterLastDate pic 9(8).
                 02 masterLastJob pic x(8).
    *>    sieve.cob's prime-list record, byte for byte.
         fd primeListFile.
             01 primeListRecord.
                 02 primeListNum pic 9(10).
                 02 primeListResult pic x.
                 02 primeListFactor pic s9(10).
         fd backupFile.
             01 backupLine pic x(9999).
         fd manifestFile.
             01 manifestLine pic x(300).
    *>    one record per backup set on disk: when it was taken and
    *>    where its manifest lives.
         fd setCatalogFile.
             01 setCatalogRecord.
                 02 scStamp pic 9(14).
                 02 filler pic x.
                 02 scManifestName pic x(115).
         fd reportFile.
             01 outLine pic x(9999) value spaces.

       working-storage section.
           77 sourceFileName pic x(99).
           77 backupFileName pic x(115).
           77 manifestFileName pic x(115).
           77 setCatalogFileName pic x(99)
               value "./cobol/assets/vitalset.dat".
           77 backupPrefix pic x(99) value "./cobol/assets/vital".
           77 reportFileName pic x(99) value "./vitalbk.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsSource pic xx.
           77 fsBackup pic xx.
           77 fsManifest pic xx.
           77 fsSetCatalog pic xx.
           77 fsReport pic xx.
           77 eofFile pic 9.
           77 eofBackup pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 riJobId pic x(8).
           77 runMode pic x(6) value 'BACKUP'.
           77 numvalCheck pic s9(4) usage is comp.
    *>    the set stamp is date and time to the second, gencat.cob's
    *>    generation stamp, so two sets taken one day stay distinct.
           77 setStamp pic 9(14).
           77 requestedSet pic 9(14) value zero.
    *>    how many sets to keep; bad values keep the default, same
    *>    graceful-default style as GENCAT_KEEP.
           77 keepCount pic 9(4) value 7.
    *>    the records-retention schedule (RETSCHED) governs the sets
    *>    as class VITALBK: a scheduled generation count outranks
    *>    VITALBK_KEEP, and a legal hold expires nothing.
           77 rtClass pic x(8) value 'VITALBK'.
           77 rtResult pic x.
           77 rtUnit pic x.
           77 rtPeriod pic 9(4).
           77 rtHold pic x.
           77 rtHoldRef pic x(12).
           77 setsScratched pic 9(4) value zero.
           77 scratchFailed pic 9 value zero.
           77 memberIdx pic 9(4).
           77 memberCount pic 9(4) value zero.
           77 membersCopied pic 9(4) value zero.
           77 membersAbsent pic 9(4) value zero.
           77 membersFailed pic 9(4) value zero.
           77 requiredAbsent pic 9(4) value zero.
           77 recordCount pic 9(9).
           77 totalRecords pic 9(11) value zero.
           77 sealFileName pic x(99).
           77 sealValue pic 9(13).
           77 sealOk pic x.
           77 memberVerdict pic x(20).
    *>    verify-side bookkeeping.
           77 manifestHeaderSeen pic 9.
           77 manifestTrailerSeen pic 9.
           77 manifestMembers pic 9(4).
           77 setCatalogCount pic 9(4) value zero.
           77 setIdx pic 9(4).
           77 setFoundIdx pic 9(4).
           77 oldestIdx pic 9(4).
           77 oldestStamp pic 9(14).
           77 liveSetCount pic 9(4).
           77 lkAction pic x.
           77 lkResource pic x(40).
           77 lkResult pic x.
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
    *>    run's real code is put back after the call.
           77 rsProgram pic x(9) value 'VITALBK'.
           77 rsRc pic s9(4).
           77 rsCount pic 9(9).
           77 rsRejects pic 9(9).
           77 awSeverity pic x.
           77 awMessage pic x(60).
    *>    the defined vital set: member name, the file's default name,
    *>    the DD its own programs honor, how it is organized ('M' the
    *>    indexed master, 'P' the indexed prime list, 'S' sequential)
    *>    and whether a member missing from disk is a fault (1) or
    *>    just a file the suite runs without until it's first written.
       01 vitalSet.
           02 vitalMember occurs 30 times.
               03 vmName pic x(8).
               03 vmFileName pic x(99).
               03 vmDdName pic x(20).
               03 vmOrganization pic x.
               03 vmRequired pic 9.
    *>    the set catalog in memory while it's rewritten, the same
    *>    shape gencat.cob carries outgen.dat.
       01 setCatalogTable.
           02 setEntry occurs 400 times.
               03 setTableStamp pic 9(14).
               03 setTableManifest pic x(115).
    *>    manifest rows, told apart by their leading marker the way the
    *>    master image's are.
       01 manifestHeader.
           02 mhMarker pic x(8) value 'MANIFEST'.
           02 mhStamp pic 9(14).
           02 filler pic x value space.
           02 mhDate pic 9(8).
           02 filler pic x value space.
           02 mhTime pic 9(8).
           02 filler pic x value space.
           02 mhJob pic x(8).
           02 filler pic x(251) value spaces.
       01 manifestMember.
           02 mmMarker pic x(8) value 'MEMBER  '.
           02 mmName pic x(8).
           02 filler pic x value space.
    *>    'C' copied into the set, 'A' absent from disk when taken.
           02 mmStatus pic x.
           02 filler pic x value space.
           02 mmOrganization pic x.
           02 filler pic x value space.
           02 mmRequired pic 9.
           02 filler pic x value space.
           02 mmCount pic 9(9).
           02 filler pic x value space.
           02 mmHash pic 9(13).
           02 filler pic x value space.
           02 mmBackupName pic x(115).
           02 filler pic x value space.
           02 mmSourceName pic x(99).
           02 filler pic x(38) value spaces.
       01 manifestTrailer.
           02 mtMarker pic x(8) value 'TRAILER '.
           02 mtMembers pic 9(4).
           02 filler pic x value space.
           02 mtCopied pic 9(4).
           02 filler pic x value space.
           02 mtRecords pic 9(11).
           02 filler pic x(271) value spaces.
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 tlTitle pic x(40).
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
       01 runInfoLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(9) value 'RUN DATE '.
           02 riOutDate pic 9(8).
           02 filler pic x(7) value '  TIME '.
           02 riOutTime pic 9(8).
           02 filler pic x(6) value '  SET '.
           02 riOutSet pic 9(14).
       01 blankLine.
           02 filler pic x value space.
       01 columnHeaderLine.
           02 filler pic x value space.
           02 filler pic x(76) value
               'MEMBER    STATUS                  RECORDS       HASH TOTAL'
               & '  FILE'.
       01 memberLine.
           02 filler pic x value space.
           02 mlName pic x(8).
           02 filler pic x(2) value spaces.
           02 mlVerdict pic x(20).
           02 mlCount pic z(8)9.
           02 filler pic x(2) value spaces.
           02 mlHash pic z(12)9.
           02 filler pic x(2) value spaces.
           02 mlFile pic x(115).
       01 summaryLine.
           02 filler pic x value space.
           02 suLabel pic x(34).
           02 suCount pic z(10)9.
       01 noteLine.
           02 filler pic x value space.
           02 ntText pic x(90).

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept riJobId from environment "JOBID".
           if riJobId is equal to spaces
               move "OPERATOR" to riJobId
           end-if.
           accept envOverride from environment "VITALBK_MODE".
           if envOverride is not equal to spaces
               move envOverride to runMode
           end-if.
           accept envOverride from environment "VITALSET_DD".
           if envOverride is not equal to spaces
               move envOverride to setCatalogFileName
           end-if.
           call 'RGNCHK' using setCatalogFileName, runRegion.
           accept envOverride from environment "VITALBK_PREFIX_DD".
           if envOverride is not equal to spaces
               move envOverride to backupPrefix
           end-if.
           call 'RGNCHK' using backupPrefix, runRegion.
           accept envOverride from environment "VITALBK_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           accept envOverride from environment "VITALBK_KEEP".
           if envOverride is not equal to spaces
               move function test-numval(envOverride) to numvalCheck
               if numvalCheck is equal to zero
                   if function numval(envOverride) is greater than zero
                       move function numval(envOverride) to keepCount
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
                       " NOT USABLE FOR VITALBK, VITALBK_KEEP STANDS"
               end-if
           end-if.
           accept envOverride from environment "VITALBK_SET".
           if envOverride is not equal to spaces
               move function test-numval(envOverride) to numvalCheck
               if numvalCheck is equal to zero
                   move function numval(envOverride) to requestedSet
               end-if
           end-if.
           perform loadSetCatalog.
           if runMode is equal to 'VERIFY'
               perform verifyBackupSet
           else
               perform takeBackupSet
           end-if.
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           move totalRecords to rsCount.
           move membersFailed to rsRejects.
           call 'RUNSTAT' using rsProgram, rsRc, rsCount, rsRejects.
           move rsRc to return-code.

    *>    one member per file nothing else can rebuild. a file added to
    *>    the suite that can't be regenerated from the others belongs
    *>    here too.
       defineVitalSet.
           initialize vitalSet.
           move 'CLASSMST' to vmName(1).
           move "./cobol/assets/classmst.dat" to vmFileName(1).
           move "CLASSMST_DD" to vmDdName(1).
           move 'M' to vmOrganization(1).
           move 1 to vmRequired(1).
           move 'SEEN' to vmName(2).
           move "./primes.seen" to vmFileName(2).
           move "PRIMES2_SEEN_DD" to vmDdName(2).
           move 1 to vmRequired(2).
           move 'PRIMELST' to vmName(3).
           move "./cobol/assets/primelist.dat" to vmFileName(3).
           move "PRIMELIST_DD" to vmDdName(3).
           move 'P' to vmOrganization(3).
           move 1 to vmRequired(3).
           move 'LOTREG' to vmName(4).
           move "./cobol/assets/lotreg.dat" to vmFileName(4).
           move "LOTREG_DD" to vmDdName(4).
           move 'RESERVED' to vmName(5).
           move "./cobol/assets/reserved.dat" to vmFileName(5).
           move "RESERVED_DD" to vmDdName(5).
           move 'AUTH' to vmName(6).
           move "./primes3.auth" to vmFileName(6).
           move "PRIMES3_AUTH_DD" to vmDdName(6).
           move 1 to vmRequired(6).
           move 'ISSUREG' to vmName(7).
           move "./cobol/assets/issureg.dat" to vmFileName(7).
           move "ISSUREG_DD" to vmDdName(7).
           move 'AUDITGEN' to vmName(8).
           move "./cobol/assets/auditgen.dat" to vmFileName(8).
           move "AUDITCUT_CATALOG_DD" to vmDdName(8).
           move 'OUTGEN' to vmName(9).
           move "./cobol/assets/outgen.dat" to vmFileName(9).
           move "GENCAT_CATALOG_DD" to vmDdName(9).
           move 'AUDXREF' to vmName(10).
           move "./cobol/assets/auditxref.dat" to vmFileName(10).
           move "AUDITXREF_DD" to vmDdName(10).
           move 'PRIMEWIN' to vmName(11).
           move "./cobol/assets/primewin.dat" to vmFileName(11).
           move "PRIMEWIN_DD" to vmDdName(11).
           move 'PRIMECFG' to vmName(12).
           move "PRIMECFG.DAT" to vmFileName(12).
           move "PRIMECFG_DD" to vmDdName(12).
           move 'DEPTMST' to vmName(13).
           move "./cobol/assets/deptmst.dat" to vmFileName(13).
           move "DEPTMST_DD" to vmDdName(13).
           move 'ALLOCBLK' to vmName(14).
           move "./cobol/assets/allocblk.dat" to vmFileName(14).
           move "ALLOCBLK_DD" to vmDdName(14).
           move 'PERIODCL' to vmName(15).
           move "./cobol/assets/periodcl.dat" to vmFileName(15).
           move "PERIODCL_DD" to vmDdName(15).
           move 'PRODCAL' to vmName(16).
           move "./cobol/assets/prodcal.dat" to vmFileName(16).
           move "PRODCAL_DD" to vmDdName(16).
    *>    the retention schedule carries the legal holds; losing it
    *>    would let the next purge scratch what litigation froze.
           move 'RETSCHED' to vmName(17).
           move "./cobol/assets/retsched.dat" to vmFileName(17).
           move "RETSCHED_DD" to vmDdName(17).
    *>    the change-review sign-offs and the access-recertification
    *>    decisions are the only evidence the change logs and the
    *>    operator list were ever reviewed.
           move 'CHGREV' to vmName(18).
           move "./cobol/assets/chgrev.dat" to vmFileName(18).
           move "CHGREV_SIGNOFF_DD" to vmDdName(18).
           move 'RECERT' to vmName(19).
           move "./cobol/assets/recert.dat" to vmFileName(19).
           move "RECERT_DD" to vmDdName(19).
    *>    pending PRIMECFG changes and range releases exist nowhere
    *>    else until a second supervisor approves them.
           move 'PROPOSAL' to vmName(20).
           move "./cobol/assets/proposal.dat" to vmFileName(20).
           move "PROPOSAL_DD" to vmDdName(20).
    *>    the restatement history is the only record of what a
    *>    restated master answer said before; its control file is what
    *>    keeps an approved change from being restated twice.
           move 'MSTRST' to vmName(21).
           move "./cobol/assets/mstrst.dat" to vmFileName(21).
           move "MSTRST_DD" to vmDdName(21).
           move 'RSTCTL' to vmName(22).
           move "./cobol/assets/rstctl.dat" to vmFileName(22).
           move "RSTCTL_DD" to vmDdName(22).
    *>    the lot holds are what keep a bad lot's results from going
    *>    out, and the withheld files are the only copy of the rows
    *>    each distribution program still owes once a hold is lifted.
           move 'LOTHOLD' to vmName(23).
           move "./cobol/assets/lothold.dat" to vmFileName(23).
           move "LOTHOLD_DD" to vmDdName(23).
           move 'REGHELD' to vmName(24).
           move "./cobol/assets/regheld.dat" to vmFileName(24).
           move "REGEXT_HELD_DD" to vmDdName(24).
           move 'BRSTHELD' to vmName(25).
           move "./cobol/assets/brstheld.dat" to vmFileName(25).
           move "BURST_HELD_DD" to vmDdName(25).
           move 'CHGHELD' to vmName(26).
           move "./cobol/assets/chgheld.dat" to vmFileName(26).
           move "CHARGEBK_HELD_DD" to vmDdName(26).
    *>    the check-digit schemes decide which digit every number in
    *>    flight is proved by; the return register is the only record
    *>    of which rejected cards went back to which department, and
    *>    the withheld cards are the only copy of a held lot's rejects
    *>    once primes2 starts its reject file over.
           move 'CDSCHEME' to vmName(27).
           move "./cobol/assets/cdscheme.dat" to vmFileName(27).
           move "CDSCHEME_DD" to vmDdName(27).
           move 'REJRET' to vmName(28).
           move "./cobol/assets/rejret.dat" to vmFileName(28).
           move "REJRET_REGISTER_DD" to vmDdName(28).
           move 'REJHELD' to vmName(29).
           move "./cobol/assets/rejheld.dat" to vmFileName(29).
           move "REJRET_HELD_DD" to vmDdName(29).
    *>    the incident register carries the operators' actions, causes
    *>    and resolutions; step history alone can't rebuild them.
           move 'INCIDENT' to vmName(30).
           move "./cobol/assets/incident.dat" to vmFileName(30).
           move "INCIDENT_DD" to vmDdName(30).
           move 30 to memberCount.
           perform varying memberIdx from 1 by 1
                   until memberIdx is greater than memberCount
               if vmOrganization(memberIdx) is not equal to 'M'
                       and vmOrganization(memberIdx) is not equal to 'P'
                   move 'S' to vmOrganization(memberIdx)
               end-if
               move spaces to envOverride
               accept envOverride from environment vmDdName(memberIdx)
               if envOverride is not equal to spaces
                   move envOverride to vmFileName(memberIdx)
               end-if
               call 'RGNCHK' using vmFileName(memberIdx), runRegion
           end-perform.

    *>    ================================================================
    *>    backup: copy every member, manifest it, catalog the set, then
    *>    expire the oldest sets past the retention count.
    *>    ================================================================
       takeBackupSet.
           perform defineVitalSet.
           compute setStamp = riDate * 1000000
               + function integer(riTime / 100).
           move spaces to manifestFileName.
           string function trim(backupPrefix) delimited by size
                  ".V" delimited by size
                  setStamp delimited by size
                  ".MANIFEST" delimited by size
               into manifestFileName.
           perform openReport.
           if fsReport is not equal to "00"
               exit paragraph
           end-if.
           move 'VITAL-RECORDS BACKUP' to tlTitle.
           move setStamp to riOutSet.
           perform writeReportHeading.
           open output manifestFile.
           if fsManifest is not equal to "00"
               display "MANIFEST OPEN FAILURE, STATUS " fsManifest
                   " FILE " function trim(manifestFileName)
               move spaces to ntText
               string "MANIFEST WON'T OPEN, NO SET TAKEN: "
                      function trim(manifestFileName)
                      delimited by size into ntText
               write outLine from noteLine after advancing 1 line
               close reportFile
               move 'C' to awSeverity
               move "VITAL-RECORDS BACKUP NOT TAKEN, MANIFEST WON'T OPEN"
                   to awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 8 to return-code
               exit paragraph
           end-if.
           move setStamp to mhStamp.
           move riDate to mhDate.
           move riTime to mhTime.
           move riJobId to mhJob.
           write manifestLine from manifestHeader.
           perform varying memberIdx from 1 by 1
                   until memberIdx is greater than memberCount
               perform backUpOneMember
           end-perform.
           move memberCount to mtMembers.
           move membersCopied to mtCopied.
           move totalRecords to mtRecords.
           write manifestLine from manifestTrailer.
           close manifestFile.

    *>    a set with a member that didn't copy is left off the catalog:
    *>    retention never counts it against the good sets, and verify
    *>    can't be pointed at it by default.
           if membersFailed is equal to zero
               perform registerSet
               if rtHold is equal to 'Y'
                   display "BACKUP SETS UNDER LEGAL HOLD "
                       function trim(rtHoldRef) ", NONE EXPIRED"
               else
                   perform applyRetention
               end-if
               perform writeSetCatalog
           end-if.

           write outLine from blankLine after advancing 1 line.
           move 'MEMBERS IN THE SET' to suLabel.
           move memberCount to suCount.
           write outLine from summaryLine after advancing 1 line.
           move 'MEMBERS COPIED' to suLabel.
           move membersCopied to suCount.
           write outLine from summaryLine after advancing 1 line.
           move 'MEMBERS ABSENT FROM DISK' to suLabel.
           move membersAbsent to suCount.
           write outLine from summaryLine after advancing 1 line.
           move 'MEMBERS FAILED' to suLabel.
           move membersFailed to suCount.
           write outLine from summaryLine after advancing 1 line.
           move 'RECORDS COPIED' to suLabel.
           move totalRecords to suCount.
           write outLine from summaryLine after advancing 1 line.
           move 'OLDER SETS EXPIRED' to suLabel.
           move setsScratched to suCount.
           write outLine from summaryLine after advancing 1 line.
           move spaces to ntText.
           if rtHold is equal to 'Y'
               string "MANIFEST " function trim(manifestFileName)
                      ", ALL SETS KEPT, LEGAL HOLD "
                      function trim(rtHoldRef) delimited by size
                   into ntText
           else
               string "MANIFEST " function trim(manifestFileName)
                      ", KEEP " keepCount " SETS" delimited by size
                   into ntText
           end-if.
           write outLine from noteLine after advancing 2 lines.
           close reportFile.

           display "VITAL-RECORDS BACKUP SET " setStamp ": "
               membersCopied " OF " memberCount " MEMBERS COPIED, "
               totalRecords " RECORDS, " setsScratched " SETS EXPIRED.".
           if membersFailed is greater than zero
               move 'C' to awSeverity
               move spaces to awMessage
               string "VITAL-RECORDS SET " setStamp " INCOMPLETE, "
                      membersFailed " MEMBERS FAILED"
                      delimited by size into awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 8 to return-code
           else if requiredAbsent is greater than zero
                   or scratchFailed is equal to 1
               move 'W' to awSeverity
               move spaces to awMessage
               if requiredAbsent is greater than zero
                   string "VITAL-RECORDS SET " setStamp " TAKEN, "
                          requiredAbsent " REQUIRED FILES ABSENT"
                          delimited by size into awMessage
               else
                   string "VITAL-RECORDS SET " setStamp
                          " TAKEN, AN OLD SET WOULD NOT EXPIRE"
                          delimited by size into awMessage
               end-if
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           end-if.

       backUpOneMember.
           move vmFileName(memberIdx) to sourceFileName.
           move spaces to backupFileName.
           string function trim(backupPrefix) delimited by size
                  ".V" delimited by size
                  setStamp delimited by size
                  "." delimited by size
                  function trim(vmName(memberIdx)) delimited by size
               into backupFileName.
           move spaces to manifestMember(9:).
           move 'MEMBER  ' to mmMarker.
           move vmName(memberIdx) to mmName.
           move vmOrganization(memberIdx) to mmOrganization.
           move vmRequired(memberIdx) to mmRequired.
           move sourceFileName to mmSourceName.
           move zero to recordCount.
           move zero to sealValue.
           move spaces to memberVerdict.
    *>    the seen file is rewritten in place by primes2 and backout;
    *>    it's copied under the FILELOCK enqueue they take, so the copy
    *>    is never of a half-installed file.
           if vmName(memberIdx) is equal to 'SEEN'
               move 'L' to lkAction
               move 'PRIMES-SEEN' to lkResource
               call 'FILELOCK' using lkAction, lkResource, lkResult
               if lkResult is equal to 'B'
                   display "SEEN RESOURCE BUSY AFTER WAIT, PROCEEDING "
                       "-- CHECK FOR A STALE LOCK"
               end-if
           end-if.
           evaluate vmOrganization(memberIdx)
               when 'M'
                   perform copyMasterMember
               when 'P'
                   perform copyPrimeListMember
               when other
                   perform copySequentialMember
           end-evaluate.
           if vmName(memberIdx) is equal to 'SEEN'
               move 'U' to lkAction
               call 'FILELOCK' using lkAction, lkResource, lkResult
           end-if.
           if memberVerdict is equal to spaces
               move backupFileName to sealFileName
               call 'AUDSEAL' using sealFileName, sealValue, sealOk
               if sealOk is not equal to 'Y'
                   move 'BACKUP UNREADABLE' to memberVerdict
               end-if
           end-if.
           if memberVerdict is equal to spaces
               move 'C' to mmStatus
               move recordCount to mmCount
               move sealValue to mmHash
               move backupFileName to mmBackupName
               add 1 to membersCopied
               add recordCount to totalRecords
               move 'COPIED' to memberVerdict
           else if memberVerdict is equal to 'ABSENT'
                   or memberVerdict is equal to 'ABSENT (OPTIONAL)'
               move 'A' to mmStatus
               move zero to mmCount
               move zero to mmHash
               move spaces to mmBackupName
               add 1 to membersAbsent
               if vmRequired(memberIdx) is equal to 1
                   add 1 to requiredAbsent
               end-if
           else
               move 'F' to mmStatus
               move zero to mmCount
               move zero to mmHash
               move backupFileName to mmBackupName
               add 1 to membersFailed
           end-if
           end-if.
           write manifestLine from manifestMember.
           move vmName(memberIdx) to mlName.
           move memberVerdict to mlVerdict.
           move mmCount to mlCount.
           move mmHash to mlHash.
           if mmStatus is equal to 'A'
               move sourceFileName to mlFile
           else
               move backupFileName to mlFile
           end-if.
           write outLine from memberLine after advancing 1 line.

    *>    a member that isn't on disk at all (status 35) is absent, not
    *>    failed: the suite creates several of these on first use.
       noteMemberAbsent.
           if vmRequired(memberIdx) is equal to 1
               move 'ABSENT' to memberVerdict
           else
               move 'ABSENT (OPTIONAL)' to memberVerdict
           end-if.

       openBackupMember.
           open output backupFile.
           if fsBackup is not equal to "00"
               display "BACKUP OPEN FAILURE, STATUS " fsBackup
                   " FILE " function trim(backupFileName)
               move 'BACKUP WON''T OPEN' to memberVerdict
           end-if.

       copySequentialMember.
           open input sourceFile.
           if fsSource is equal to "35"
               perform noteMemberAbsent
               exit paragraph
           end-if.
           if fsSource is not equal to "00"
               display "VITAL FILE NOT READABLE, STATUS " fsSource
                   " FILE " function trim(sourceFileName)
               move 'SOURCE UNREADABLE' to memberVerdict
               exit paragraph
           end-if.
           perform openBackupMember.
           if memberVerdict is not equal to spaces
               close sourceFile
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read sourceFile
                   at end move 1 to eofFile
                   not at end
                       write backupLine from sourceLine
                       add 1 to recordCount
               end-read
           end-perform.
           close sourceFile.
           close backupFile.

       copyMasterMember.
           open input masterFile.
           if fsSource is equal to "35"
               perform noteMemberAbsent
               exit paragraph
           end-if.
           if fsSource is not equal to "00"
               display "VITAL FILE NOT READABLE, STATUS " fsSource
                   " FILE " function trim(sourceFileName)
               move 'SOURCE UNREADABLE' to memberVerdict
               exit paragraph
           end-if.
           perform openBackupMember.
           if memberVerdict is not equal to spaces
               close masterFile
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read masterFile next record
                   at end move 1 to eofFile
                   not at end
                       write backupLine from masterRecord
                       add 1 to recordCount
               end-read
           end-perform.
           close masterFile.
           close backupFile.

       copyPrimeListMember.
           open input primeListFile.
           if fsSource is equal to "35"
               perform noteMemberAbsent
               exit paragraph
           end-if.
           if fsSource is not equal to "00"
               display "VITAL FILE NOT READABLE, STATUS " fsSource
                   " FILE " function trim(sourceFileName)
               move 'SOURCE UNREADABLE' to memberVerdict
               exit paragraph
           end-if.
           perform openBackupMember.
           if memberVerdict is not equal to spaces
               close primeListFile
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read primeListFile next record
                   at end move 1 to eofFile
                   not at end
                       write backupLine from primeListRecord
                       add 1 to recordCount
               end-read
           end-perform.
           close primeListFile.
           close backupFile.

       registerSet.
           if setCatalogCount is less than 400
               add 1 to setCatalogCount
               move setStamp to setTableStamp(setCatalogCount)
               move manifestFileName to setTableManifest(setCatalogCount)
           else
               display "VITAL-RECORDS SET CATALOG FULL, NOT REGISTERED: "
                   function trim(manifestFileName)
           end-if.

    *>    expire the oldest sets until only keepCount remain: every
    *>    member the old manifest names, then the manifest itself.
       applyRetention.
           perform countLiveSets.
           perform until liveSetCount is not greater than keepCount
               move zero to oldestIdx
               perform varying setIdx from 1 by 1
                       until setIdx is greater than setCatalogCount
                   if setTableStamp(setIdx) is not equal to zero
                       if oldestIdx is equal to zero
                               or setTableStamp(setIdx) is less than
                                   oldestStamp
                           move setIdx to oldestIdx
                           move setTableStamp(setIdx) to oldestStamp
                       end-if
                   end-if
               end-perform
               if oldestIdx is equal to zero
                   exit perform
               end-if
               perform scratchOneSet
               if scratchFailed is equal to 1
                   exit perform
               end-if
               move zero to setTableStamp(oldestIdx)
               add 1 to setsScratched
               perform countLiveSets
           end-perform.

       countLiveSets.
           move zero to liveSetCount.
           perform varying setIdx from 1 by 1
                   until setIdx is greater than setCatalogCount
               if setTableStamp(setIdx) is not equal to zero
                   add 1 to liveSetCount
               end-if
           end-perform.

       scratchOneSet.
           move setTableManifest(oldestIdx) to manifestFileName.
           call 'RGNCHK' using manifestFileName, runRegion.
           open input manifestFile.
           if fsManifest is equal to "00"
               move zero to eofFile
               perform until eofFile is equal to 1
                   read manifestFile
                       at end move 1 to eofFile
                       not at end
                           if manifestLine(1:8) is equal to 'MEMBER  '
                               move manifestLine to manifestMember
                               if mmBackupName is not equal to spaces
                                   move mmBackupName to backupFileName
                                   call 'RGNCHK' using backupFileName, runRegion
                                   delete file backupFile
                               end-if
                           end-if
                   end-read
               end-perform
               close manifestFile
           end-if.
           delete file manifestFile.
           if fsManifest is not equal to "00"
                   and fsManifest is not equal to "35"
    *>    a set that won't scratch stays cataloged for the next
    *>    attempt; give up for this run rather than spin on it.
               display "SCRATCH FAILURE, STATUS " fsManifest " FILE "
                   function trim(manifestFileName)
               move 1 to scratchFailed
           end-if.

       loadSetCatalog.
           open input setCatalogFile.
           if fsSetCatalog is equal to "00"
               move zero to eofFile
               perform until eofFile is equal to 1
                   read setCatalogFile
                       at end move 1 to eofFile
                       not at end
                           if scStamp is numeric
                                   and setCatalogCount is less than 400
                               add 1 to setCatalogCount
                               move scStamp
                                   to setTableStamp(setCatalogCount)
                               move scManifestName
                                   to setTableManifest(setCatalogCount)
                           end-if
                   end-read
               end-perform
               close setCatalogFile
           end-if.

       writeSetCatalog.
           open output setCatalogFile.
           if fsSetCatalog is not equal to "00"
               display "SET CATALOG OPEN FAILURE, STATUS " fsSetCatalog
                   " FILE " function trim(setCatalogFileName)
               move 1 to scratchFailed
           else
               perform varying setIdx from 1 by 1
                       until setIdx is greater than setCatalogCount
                   if setTableStamp(setIdx) is not equal to zero
                       move spaces to setCatalogRecord
                       move setTableStamp(setIdx) to scStamp
                       move setTableManifest(setIdx) to scManifestName
                       write setCatalogRecord
                   end-if
               end-perform
               close setCatalogFile
           end-if.

    *>    ================================================================
    *>    restore verify: the chosen set proved member by member against
    *>    its manifest. nothing is restored -- this is the proof that a
    *>    restore from the set would be whole.
    *>    ================================================================
       verifyBackupSet.
           move zero to setFoundIdx.
           perform varying setIdx from 1 by 1
                   until setIdx is greater than setCatalogCount
               if requestedSet is equal to zero
                   if setFoundIdx is equal to zero
                           or setTableStamp(setIdx) is greater than
                               setTableStamp(setFoundIdx)
                       move setIdx to setFoundIdx
                   end-if
               else
                   if setTableStamp(setIdx) is equal to requestedSet
                       move setIdx to setFoundIdx
                   end-if
               end-if
           end-perform.
           if setFoundIdx is equal to zero
               if requestedSet is equal to zero
                   display "NO VITAL-RECORDS SET ON THE CATALOG, "
                       "NOTHING TO VERIFY."
               else
                   display "VITAL-RECORDS SET " requestedSet
                       " NOT ON THE CATALOG."
               end-if
               move 8 to return-code
               exit paragraph
           end-if.
           move setTableStamp(setFoundIdx) to setStamp.
           move setTableManifest(setFoundIdx) to manifestFileName.
           call 'RGNCHK' using manifestFileName, runRegion.
           perform openReport.
           if fsReport is not equal to "00"
               exit paragraph
           end-if.
           move 'VITAL-RECORDS RESTORE VERIFICATION' to tlTitle.
           move setStamp to riOutSet.
           perform writeReportHeading.
           move zero to manifestHeaderSeen.
           move zero to manifestTrailerSeen.
           move zero to manifestMembers.
           open input manifestFile.
           if fsManifest is not equal to "00"
               move spaces to ntText
               string "MANIFEST NOT READABLE, STATUS " fsManifest ": "
                      function trim(manifestFileName)
                      delimited by size into ntText
               write outLine from noteLine after advancing 1 line
               add 1 to membersFailed
           else
               move zero to eofFile
               perform until eofFile is equal to 1
                   read manifestFile
                       at end move 1 to eofFile
                       not at end perform verifyOneManifestRow
                   end-read
               end-perform
               close manifestFile
               if manifestHeaderSeen is not equal to 1
                       or manifestTrailerSeen is not equal to 1
                       or mtMembers is not equal to manifestMembers
                   move 'MANIFEST INCOMPLETE: HEADER, TRAILER OR MEMBER '
                       & 'COUNT DOES NOT AGREE' to ntText
                   write outLine from noteLine after advancing 1 line
                   add 1 to membersFailed
               end-if
           end-if.
           write outLine from blankLine after advancing 1 line.
           move 'MEMBERS ON THE MANIFEST' to suLabel.
           move manifestMembers to suCount.
           write outLine from summaryLine after advancing 1 line.
           move 'MEMBERS VERIFIED' to suLabel.
           move membersCopied to suCount.
           write outLine from summaryLine after advancing 1 line.
           move 'MEMBERS ABSENT WHEN TAKEN' to suLabel.
           move membersAbsent to suCount.
           write outLine from summaryLine after advancing 1 line.
           move 'FAULTS' to suLabel.
           move membersFailed to suCount.
           write outLine from summaryLine after advancing 1 line.
           if membersFailed is equal to zero
               move 'SET IS COMPLETE AND READABLE, FIT TO RESTORE FROM'
                   to ntText
           else
               move '** SET FAILED VERIFICATION, DO NOT RESTORE FROM IT'
                   to ntText
           end-if.
           write outLine from noteLine after advancing 2 lines.
           close reportFile.
           display "VITAL-RECORDS SET " setStamp " VERIFY: "
               membersCopied " MEMBERS VERIFIED, " membersFailed
               " FAULTS.".
           if membersFailed is greater than zero
               move 'C' to awSeverity
               move spaces to awMessage
               string "VITAL-RECORDS SET " setStamp
                      " FAILED RESTORE VERIFICATION"
                      delimited by size into awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 8 to return-code
           else
               move 0 to return-code
           end-if.

       verifyOneManifestRow.
           if manifestLine(1:8) is equal to 'MANIFEST'
               move 1 to manifestHeaderSeen
               exit paragraph
           end-if.
           if manifestLine(1:8) is equal to 'TRAILER '
               move manifestLine to manifestTrailer
               move 1 to manifestTrailerSeen
               exit paragraph
           end-if.
           if manifestLine(1:8) is not equal to 'MEMBER  '
               exit paragraph
           end-if.
           move manifestLine to manifestMember.
           add 1 to manifestMembers.
           move mmName to mlName.
           move mmCount to mlCount.
           move mmHash to mlHash.
           move mmBackupName to mlFile.
           evaluate mmStatus
               when 'C'
                   perform verifyOneMember
               when 'A'
                   add 1 to membersAbsent
                   move 'ABSENT WHEN TAKEN' to mlVerdict
                   move mmSourceName to mlFile
    *>    a member that failed when the set was taken never made it
    *>    onto the catalog in the first place; seen here only if
    *>    somebody cataloged the set by hand.
               when other
                   add 1 to membersFailed
                   move 'FAILED WHEN TAKEN' to mlVerdict
           end-evaluate.
           write outLine from memberLine after advancing 1 line.

       verifyOneMember.
           move mmBackupName to backupFileName.
           call 'RGNCHK' using backupFileName, runRegion.
           move zero to recordCount.
           open input backupFile.
           if fsBackup is not equal to "00"
               add 1 to membersFailed
               move 'MISSING/UNREADABLE' to mlVerdict
               exit paragraph
           end-if.
           move zero to eofBackup.
           perform until eofBackup is equal to 1
               read backupFile
                   at end move 1 to eofBackup
                   not at end add 1 to recordCount
               end-read
           end-perform.
           close backupFile.
           move backupFileName to sealFileName.
           call 'AUDSEAL' using sealFileName, sealValue, sealOk.
           if recordCount is not equal to mmCount
               add 1 to membersFailed
               move 'COUNT MISMATCH' to mlVerdict
               move recordCount to mlCount
           else if sealOk is not equal to 'Y'
                   or sealValue is not equal to mmHash
               add 1 to membersFailed
               move 'HASH MISMATCH' to mlVerdict
               move sealValue to mlHash
           else
               add 1 to membersCopied
               add recordCount to totalRecords
               move 'VERIFIED' to mlVerdict
           end-if
           end-if.

       openReport.
           open output reportFile.
           if fsReport is not equal to "00"
               display "FILE OPEN FAILURE, REPORT STATUS " fsReport
                   " FILE " function trim(reportFileName)
               move 8 to return-code
           end-if.

       writeReportHeading.
           move riDate to riOutDate.
           move riTime to riOutTime.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
           write outLine from blankLine after advancing 1 line.
           write outLine from columnHeaderLine after advancing 1 line.
