    *>    cross-file consistency audit: the same history is held three
    *>    ways -- primes.seen's first-processed dates, the
    *>    classification master's first-seen/last-seen stamps, and
    *>    auditcut.cob's allocation-number cross-reference -- and after
    *>    backouts, purges and restores they can quietly drift apart.
    *>    this weekly step matches all three by allocation number and
    *>    reports numbers one file holds and another should but
    *>    doesn't, first-seen dates that disagree, and cross-reference
    *>    entries pointing at generations auditgen.dat no longer lists.
    *>    master records mstpurge.cob moved to the archive extract
    *>    explain their own absence and are shown, not counted. any
    *>    discrepancy returns 4 and raises an alert through ALERTWTR.
    *>    one sort gathers every file's numbers, primes2.cob's own
    *>    machinery, the same way issueage.cob merges its register
    *>    against the seen file.
       identification division.
       program-id. xfaudit.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    dynamic-assigned with environment overrides, same names the
    *>    programs that maintain each file already answer to.
       select masterFile assign to dynamic masterFileName
           organization is indexed
           access mode is dynamic
           record key is masterNum
           file status is fsMaster.
       select seenFile assign to dynamic seenFileName
           organization is line sequential
           file status is fsSeen.
       select xrefFile assign to dynamic xrefFileName
           organization is indexed
           access mode is dynamic
           record key is xrefNum
           file status is fsXref.
       select catalogFile assign to dynamic catalogFileName
           organization is line sequential
           file status is fsCatalog.
       select archiveFile assign to dynamic archiveFileName
           organization is line sequential
           file status is fsArchive.
       select reportFile assign to dynamic reportFileName
           organization is line sequential
           file status is fsReport.
       select sortByNum assign to "xfaudit-numwk".

       data division.
       file section.
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
         fd seenFile.
             01 seenLine pic x(80).
    *>    auditcut.cob's cross-reference record, byte for byte.
         fd xrefFile.
             01 xrefRecord.
                 02 xrefNum pic 9(10).
                 02 xrefLot pic x(10).
                 02 xrefGenCount pic 9(2).
                 02 xrefGenEntry occurs 10 times.
                     03 xrefGenName pic x(40).
         fd catalogFile.
             01 catalogRecord.
                 02 catGenDate pic 9(8).
                 02 filler pic x.
                 02 catGenFileName pic x(99).
                 02 filler pic x(14).
         fd archiveFile.
             01 archiveLine pic x(100).
         fd reportFile.
             01 outLine pic x(132).
    *>    one row per number per file that holds it; the source byte
    *>    sorts the rows for one number into a fixed order.
         sd sortByNum.
             01 numSortRec.
                 02 nsNum pic 9(10).
                 02 nsSource pic x.
                 02 nsFirstDate pic 9(8).
                 02 nsClassification pic x(15).
                 02 nsP2Gens pic 9(2).
                 02 nsStaleCount pic 9(2).
                 02 nsStaleName pic x(40).

       working-storage section.
           77 masterFileName pic x(99)
               value "./cobol/assets/classmst.dat".
           77 seenFileName pic x(99) value "./primes.seen".
           77 xrefFileName pic x(99)
               value "./cobol/assets/auditxref.dat".
           77 catalogFileName pic x(99)
               value "./cobol/assets/auditgen.dat".
           77 archiveFileName pic x(99)
               value "./cobol/assets/classmst.arch".
           77 p2AuditFileName pic x(99) value "./primes.audit".
           77 reportFileName pic x(99) value "./xfaudit.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsMaster pic xx.
           77 fsSeen pic xx.
           77 fsXref pic xx.
           77 fsCatalog pic xx.
           77 fsArchive pic xx.
           77 fsReport pic xx.
           77 eofFile pic 9.
           77 eofSort pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 openFailureSeen pic 9 value zero.
    *>    the generation catalog held in memory, auditcut.cob's own
    *>    400-entry ceiling.
           77 catCount pic 9(4) value zero.
           77 catIdx pic 9(4).
           77 catFound pic 9.
       01 catTable.
           02 catEntry occurs 400 times.
               03 catTableName pic x(40).
    *>    the name prefix that marks a primes2 generation (daily or
    *>    annual) on a catalog that also lists primes3's.
           77 p2Prefix pic x(99).
           77 p2PrefixLen pic 9(4).
           77 genIdx pic 9(2).
           77 p2GenCount pic 9(2).
           77 staleCount pic 9(2).
           77 staleName pic x(40).
    *>    the archive extract's number, mstpurge.cob's layout.
       01 archiveRecordIn.
           02 arNum pic x(10).
           02 filler pic x(90).
       01 seenRecord.
           02 seenNum pic 9(10).
           02 filler pic x value space.
           02 seenFirstDate pic 9(8).
    *>    control-break state: what each file says about the number in
    *>    hand.
           77 breakNum pic 9(10).
           77 breakOpen pic 9 value zero.
           77 onMaster pic 9.
           77 onSeen pic 9.
           77 onXref pic 9.
           77 onArchive pic 9.
           77 brMasterDate pic 9(8).
           77 brMasterClass pic x(15).
           77 brSeenDate pic 9(8).
           77 brP2Gens pic 9(2).
           77 brStaleCount pic 9(2).
           77 brStaleName pic x(40).
    *>    discrepancy counts by kind; purge-explained ones apart.
           77 numbersChecked pic 9(9) value zero.
           77 seenNotMasterCount pic 9(9) value zero.
           77 masterNotSeenCount pic 9(9) value zero.
           77 xrefNotMasterCount pic 9(9) value zero.
           77 dateDisagreeCount pic 9(9) value zero.
           77 staleGenCount pic 9(9) value zero.
           77 purgeExplainedCount pic 9(9) value zero.
           77 discrepancyCount pic 9(9) value zero.
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
    *>    run's real code is put back after the call.
           77 rsProgram pic x(9) value 'XFAUDIT'.
           77 rsRc pic s9(4).
           77 awSeverity pic x.
           77 awMessage pic x(60).
    *>    the seen file is rewritten in place by primes2 and backout;
    *>    it is read under the same FILELOCK enqueue they install it
    *>    under, so this pass never sees half a file.
           77 lkAction pic x.
           77 lkResource pic x(40) value 'PRIMES-SEEN'.
           77 lkResult pic x.
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(28) value 'CROSS-FILE CONSISTENCY AUDIT'.
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
       01 blankLine.
           02 filler pic x value space.
       01 headingLine.
           02 filler pic x value space.
           02 filler pic x(30) value 'DISCREPANCY'.
           02 filler pic x(11) value 'NUMBER'.
           02 filler pic x(9) value 'SEEN'.
           02 filler pic x(9) value 'MASTER'.
           02 filler pic x(40) value 'DETAIL'.
       01 detailLine.
           02 filler pic x value space.
           02 dlKind pic x(29).
           02 filler pic x value space.
           02 dlNum pic 9(10).
           02 filler pic x value space.
           02 dlSeenDate pic x(8).
           02 filler pic x value space.
           02 dlMasterDate pic x(8).
           02 filler pic x value space.
           02 dlText pic x(60).
       01 cleanLine.
           02 filler pic x value space.
           02 filler pic x(54) value
               'ALL THREE FILES AGREE -- NO DISCREPANCIES FOUND'.
       01 countLine.
           02 filler pic x value space.
           02 clLabel pic x(44).
           02 clCount pic z(8)9.
       01 noteLine.
           02 filler pic x value space.
           02 ntText pic x(90).

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept envOverride from environment "CLASSMST_DD".
           if envOverride is not equal to spaces
               move envOverride to masterFileName
           end-if.
           call 'RGNCHK' using masterFileName, runRegion.
           accept envOverride from environment "PRIMES2_SEEN_DD".
           if envOverride is not equal to spaces
               move envOverride to seenFileName
           end-if.
           call 'RGNCHK' using seenFileName, runRegion.
           accept envOverride from environment "AUDITXREF_DD".
           if envOverride is not equal to spaces
               move envOverride to xrefFileName
           end-if.
           call 'RGNCHK' using xrefFileName, runRegion.
           accept envOverride from environment "AUDITCUT_CATALOG_DD".
           if envOverride is not equal to spaces
               move envOverride to catalogFileName
           end-if.
           call 'RGNCHK' using catalogFileName, runRegion.
           accept envOverride from environment "CLASSMST_ARCH_DD".
           if envOverride is not equal to spaces
               move envOverride to archiveFileName
           end-if.
           call 'RGNCHK' using archiveFileName, runRegion.
           accept envOverride from environment "PRIMES2_AUDIT_DD".
           if envOverride is not equal to spaces
               move envOverride to p2AuditFileName
           end-if.
           call 'RGNCHK' using p2AuditFileName, runRegion.
           accept envOverride from environment "XFAUDIT_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           move spaces to p2Prefix.
           string function trim(p2AuditFileName) delimited by size
                  "." delimited by size
               into p2Prefix.
           compute p2PrefixLen =
               function length(function trim(p2AuditFileName)) + 1.

           open output reportFile.
           if fsReport is not equal to "00"
               display "FILE OPEN FAILURE, REPORT STATUS " fsReport
                   " FILE " function trim(reportFileName)
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
           write outLine from blankLine after advancing 1 line.
           perform loadCatalog.
           write outLine from headingLine after advancing 1 line.

           sort sortByNum on ascending key nsNum nsSource
               input procedure is releaseAllFiles
               output procedure is matchByNumber.

           perform writeSummary.
           close reportFile.
           display "CONSISTENCY AUDIT COMPLETE: " numbersChecked
               " NUMBERS, " discrepancyCount " DISCREPANCIES.".
           if openFailureSeen is equal to 1
               move 'C' to awSeverity
               move "CROSS-FILE AUDIT INCOMPLETE: A FILE WOULD NOT OPEN"
                   to awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 8 to return-code
           else if discrepancyCount is greater than zero
               move 'W' to awSeverity
               move spaces to awMessage
               string "CROSS-FILE DRIFT: " delimited by size
                      discrepancyCount delimited by size
                      " DISCREPANCIES, SEE XFAUDIT REPORT"
                          delimited by size
                   into awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           end-if.
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           call 'RUNSTAT' using rsProgram, rsRc, numbersChecked,
               discrepancyCount.
           move rsRc to return-code.

       loadCatalog.
           open input catalogFile.
           if fsCatalog is not equal to "00"
               move spaces to ntText
               string "GENERATION CATALOG NOT AVAILABLE, STATUS "
                          delimited by size
                      fsCatalog delimited by size
                      " -- EVERY CROSS-REFERENCE POINTER READS STALE"
                          delimited by size
                   into ntText
               write outLine from noteLine after advancing 1 line
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read catalogFile
                   at end move 1 to eofFile
                   not at end
                       if catCount is less than 400
                               and catGenDate is not equal to zero
                           add 1 to catCount
                           move catGenFileName to catTableName(catCount)
                       end-if
               end-read
           end-perform.
           close catalogFile.

    *>    every file's numbers onto the one sort: 'A' archive, 'M'
    *>    master, 'S' seen, 'X' cross-reference.
       releaseAllFiles.
           perform releaseMaster.
           perform releaseSeen.
           perform releaseXref.
           perform releaseArchive.

       releaseMaster.
           open input masterFile.
           if fsMaster is not equal to "00"
               display "MASTER NOT AVAILABLE, STATUS " fsMaster
                   " FILE " function trim(masterFileName)
               move 1 to openFailureSeen
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read masterFile next record
                   at end move 1 to eofFile
                   not at end
                       move spaces to numSortRec
                       move masterNum to nsNum
                       move 'M' to nsSource
                       move masterFirstDate to nsFirstDate
                       move masterClassification to nsClassification
                       move zero to nsP2Gens
                       move zero to nsStaleCount
                       release numSortRec
               end-read
           end-perform.
           close masterFile.

       releaseSeen.
           move 'L' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if lkResult is equal to 'B'
               display "SEEN RESOURCE BUSY AFTER WAIT, READING "
                   "ANYWAY -- CHECK FOR A STALE LOCK"
           end-if.
           open input seenFile.
           if fsSeen is not equal to "00"
               display "SEEN FILE NOT AVAILABLE, STATUS " fsSeen
                   " FILE " function trim(seenFileName)
               move 1 to openFailureSeen
           else
               move zero to eofFile
               perform until eofFile is equal to 1
                   read seenFile into seenRecord
                       at end move 1 to eofFile
                       not at end
                           if seenNum is numeric
                               move spaces to numSortRec
                               move seenNum to nsNum
                               move 'S' to nsSource
                               if seenFirstDate is numeric
                                   move seenFirstDate to nsFirstDate
                               else
                                   move zero to nsFirstDate
                               end-if
                               move zero to nsP2Gens
                               move zero to nsStaleCount
                               release numSortRec
                           end-if
                   end-read
               end-perform
               close seenFile
           end-if.
           move 'U' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.

    *>    each cross-reference entry is checked against the catalog as
    *>    it goes by: how many of its pointers name a primes2
    *>    generation, and how many name a generation no longer there.
       releaseXref.
           open input xrefFile.
           if fsXref is not equal to "00"
               display "XREF NOT AVAILABLE, STATUS " fsXref
                   " FILE " function trim(xrefFileName)
               move 1 to openFailureSeen
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read xrefFile next record
                   at end move 1 to eofFile
                   not at end perform releaseOneXref
               end-read
           end-perform.
           close xrefFile.

       releaseOneXref.
           move zero to p2GenCount.
           move zero to staleCount.
           move spaces to staleName.
           if xrefGenCount is not numeric
               move zero to xrefGenCount
           end-if.
           perform varying genIdx from 1 by 1
                   until genIdx is greater than xrefGenCount
                       or genIdx is greater than 10
               if xrefGenName(genIdx)(1:p2PrefixLen) is equal to
                       p2Prefix(1:p2PrefixLen)
                   add 1 to p2GenCount
               end-if
               move zero to catFound
               perform varying catIdx from 1 by 1
                       until catIdx is greater than catCount
                   if catTableName(catIdx) is equal to
                           xrefGenName(genIdx)
                       move 1 to catFound
                       exit perform
                   end-if
               end-perform
               if catFound is equal to zero
                   add 1 to staleCount
                   if staleName is equal to spaces
                       move xrefGenName(genIdx) to staleName
                   end-if
               end-if
           end-perform.
           move spaces to numSortRec.
           move xrefNum to nsNum.
           move 'X' to nsSource.
           move zero to nsFirstDate.
           move p2GenCount to nsP2Gens.
           move staleCount to nsStaleCount.
           move staleName to nsStaleName.
           release numSortRec.

    *>    the purge archive only explains an absence; a missing
    *>    archive just means nothing has been purged yet.
       releaseArchive.
           open input archiveFile.
           if fsArchive is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read archiveFile into archiveRecordIn
                   at end move 1 to eofFile
                   not at end
                       if arNum is numeric
                           move spaces to numSortRec
                           move arNum to nsNum
                           move 'A' to nsSource
                           move zero to nsFirstDate
                           move zero to nsP2Gens
                           move zero to nsStaleCount
                           release numSortRec
                       end-if
               end-read
           end-perform.
           close archiveFile.

       matchByNumber.
           move zero to eofSort.
           perform until eofSort is equal to 1
               return sortByNum
                   at end move 1 to eofSort
                   not at end perform takeOneRow
               end-return
           end-perform.
           if breakOpen is equal to 1
               perform judgeOneNumber
           end-if.

       takeOneRow.
           if breakOpen is equal to 1 and nsNum is not equal to breakNum
               perform judgeOneNumber
               move zero to breakOpen
           end-if.
           if breakOpen is equal to zero
               move nsNum to breakNum
               move 1 to breakOpen
               move zero to onMaster
               move zero to onSeen
               move zero to onXref
               move zero to onArchive
               move zero to brMasterDate
               move spaces to brMasterClass
               move zero to brSeenDate
               move zero to brP2Gens
               move zero to brStaleCount
               move spaces to brStaleName
           end-if.
           if nsSource is equal to 'M'
               move 1 to onMaster
               move nsFirstDate to brMasterDate
               move nsClassification to brMasterClass
           else if nsSource is equal to 'S'
               move 1 to onSeen
               move nsFirstDate to brSeenDate
           else if nsSource is equal to 'X'
               move 1 to onXref
               move nsP2Gens to brP2Gens
               move nsStaleCount to brStaleCount
               move nsStaleName to brStaleName
           else
               move 1 to onArchive
           end-if
           end-if
           end-if.

    *>    the rules, one number at a time. the three files don't hold
    *>    the same population by design -- the master also carries
    *>    tutorial1's decisions and primes2's card-level rejects, the
    *>    seen file only what primes2 actually classified, the
    *>    cross-reference every audit row rolled (primes3's included)
    *>    -- so each rule only asks what one file guarantees another:
    *>      seen, so the master must hold it (primes2 classified it);
    *>      master with a real decision and primes2 audit history, so
    *>        seen must hold it;
    *>      cross-reference pointing at a primes2 generation, so the
    *>        master must hold it (every primes2 row is applied);
    *>      on both seen and master, the master can't have first seen
    *>        it later than primes2 first processed it;
    *>      every cross-reference pointer must name a cataloged
    *>        generation.
       judgeOneNumber.
           add 1 to numbersChecked.
           if onArchive is equal to 1 and onMaster is equal to zero
                   and (onSeen is equal to 1 or brP2Gens > zero)
               add 1 to purgeExplainedCount
           else
               if onSeen is equal to 1 and onMaster is equal to zero
                   move 'ON SEEN, NOT ON MASTER' to dlKind
                   move spaces to dlText
                   perform writeDiscrepancy
                   add 1 to seenNotMasterCount
               end-if
               if onXref is equal to 1 and brP2Gens > zero
                       and onMaster is equal to zero
                   move 'IN XREF, NOT ON MASTER' to dlKind
                   move spaces to dlText
                   perform writeDiscrepancy
                   add 1 to xrefNotMasterCount
               end-if
           end-if.
           if onMaster is equal to 1 and onSeen is equal to zero
                   and brP2Gens > zero
                   and (brMasterClass is equal to 'PRIME'
                       or brMasterClass is equal to 'NOT A PRIME')
               move 'ON MASTER, NOT ON SEEN' to dlKind
               move brMasterClass to dlText
               perform writeDiscrepancy
               add 1 to masterNotSeenCount
           end-if.
           if onMaster is equal to 1 and onSeen is equal to 1
                   and brMasterDate is greater than brSeenDate
               move 'FIRST-SEEN DATES DISAGREE' to dlKind
               if onArchive is equal to 1
                   move 'MASTER RE-ADDED AFTER A PURGE, EARLIER HISTORY '
                       & 'IN ARCHIVE' to dlText
               else
                   move 'MASTER FIRST SEEN LATER THAN PRIMES2 FIRST '
                       & 'PROCESSED IT' to dlText
               end-if
               perform writeDiscrepancy
               add 1 to dateDisagreeCount
           end-if.
           if onXref is equal to 1 and brStaleCount > zero
               move 'XREF GENERATION NOT CATALOGED' to dlKind
               move spaces to dlText
               string brStaleCount delimited by size
                      " POINTER(S), E.G. " delimited by size
                      brStaleName delimited by size
                   into dlText
               perform writeDiscrepancy
               add 1 to staleGenCount
           end-if.

       writeDiscrepancy.
           move breakNum to dlNum.
           if onSeen is equal to 1
               move brSeenDate to dlSeenDate
           else
               move '--------' to dlSeenDate
           end-if.
           if onMaster is equal to 1
               move brMasterDate to dlMasterDate
           else
               move '--------' to dlMasterDate
           end-if.
           write outLine from detailLine after advancing 1 line.

       writeSummary.
           compute discrepancyCount = seenNotMasterCount
               + masterNotSeenCount + xrefNotMasterCount
               + dateDisagreeCount + staleGenCount.
           if discrepancyCount is equal to zero
               write outLine from cleanLine after advancing 1 line
           end-if.
           write outLine from blankLine after advancing 1 line.
           move 'NUMBERS CHECKED' to clLabel.
           move numbersChecked to clCount.
           write outLine from countLine after advancing 1 line.
           move 'ON SEEN, NOT ON MASTER' to clLabel.
           move seenNotMasterCount to clCount.
           write outLine from countLine after advancing 1 line.
           move 'ON MASTER, NOT ON SEEN' to clLabel.
           move masterNotSeenCount to clCount.
           write outLine from countLine after advancing 1 line.
           move 'IN XREF, NOT ON MASTER' to clLabel.
           move xrefNotMasterCount to clCount.
           write outLine from countLine after advancing 1 line.
           move 'FIRST-SEEN DATES DISAGREE' to clLabel.
           move dateDisagreeCount to clCount.
           write outLine from countLine after advancing 1 line.
           move 'XREF ENTRIES WITH UNCATALOGED GENERATIONS' to clLabel.
           move staleGenCount to clCount.
           write outLine from countLine after advancing 1 line.
           move 'PURGED TO ARCHIVE (EXPLAINED, NOT COUNTED)' to clLabel.
           move purgeExplainedCount to clCount.
           write outLine from countLine after advancing 1 line.
           move 'TOTAL DISCREPANCIES' to clLabel.
           move discrepancyCount to clCount.
           write outLine from countLine after advancing 2 lines.
