    *>    classification master forward recovery: rebuilds classmst.dat
    *>    from the last image mstcopy.cob took that still proves out
    *>    against its own trailer (the standing image, else the prior
    *>    generation kept behind it), then rolls it forward -- every
    *>    primes2 audit generation on the auditcut.cob catalog dated on
    *>    or after the image, the current audit file, and the current
    *>    tutorial1 CSV are re-applied exactly as mstupdt.cob applies
    *>    them, with the master-maintenance journal's corrections,
    *>    purges and backouts merged in by their date and time. the
    *>    recovery register proves the rebuilt master's record count
    *>    and key hash against the image's plus every change replayed.
    *>    replaying from the image's business date rather than its
    *>    exact time is deliberate: re-applying a decision the image
    *>    already holds lands the same record, so a same-day overlap is
    *>    harmless while a gap would not be.
       identification division.
       program-id. mstrecov.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    dynamic-assigned with environment overrides, same names the
    *>    programs that write each file already answer to.
       select masterFile assign to dynamic masterFileName
           organization is indexed
           access mode is dynamic
           record key is masterNum
           file status is fsMaster.
       select imageFile assign to dynamic imageFileName
           organization is line sequential
           file status is fsImage.
       select catalogFile assign to dynamic catalogFileName
           organization is line sequential
           file status is fsCatalog.
       select auditFile assign to dynamic auditFileName
           organization is line sequential
           file status is fsAudit.
       select t1CsvFile assign to dynamic t1CsvFileName
           organization is line sequential
           file status is fsT1Csv.
       select jrnlFile assign to dynamic jrnlFileName
           organization is line sequential
           file status is fsJrnl.
       select registerFile assign to dynamic registerFileName
           organization is line sequential
           file status is fsRegister.

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
         fd imageFile.
             01 imageLine pic x(100).
    *>    auditcut.cob's catalog record; only the leading fields are
    *>    needed here.
         fd catalogFile.
             01 catalogRecord.
                 02 catGenDate pic 9(8).
                 02 filler pic x.
                 02 catGenFileName pic x(99).
                 02 filler pic x(14).
         fd auditFile.
             01 auditLine pic x(80).
         fd t1CsvFile.
             01 t1CsvLine pic x(80).
         fd jrnlFile.
             01 jrnlLine pic x(110).
         fd registerFile.
             01 registerLine pic x(132).

       working-storage section.
           77 masterFileName pic x(99)
               value "./cobol/assets/classmst.dat".
           77 currentImageName pic x(99)
               value "./cobol/assets/classmst.img".
           77 priorImageName pic x(99)
               value "./cobol/assets/classmst.img.prior".
           77 imageFileName pic x(99).
           77 catalogFileName pic x(99)
               value "./cobol/assets/auditgen.dat".
           77 p2AuditFileName pic x(99) value "./primes.audit".
           77 auditFileName pic x(99).
           77 t1CsvFileName pic x(99) value "./cobol/assets/primes.csv".
           77 jrnlFileName pic x(99)
               value "./cobol/assets/mstmnt.jrnl".
           77 registerFileName pic x(99) value "./mstrecov.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsMaster pic xx.
           77 fsImage pic xx.
           77 fsCatalog pic xx.
           77 fsAudit pic xx.
           77 fsT1Csv pic xx.
           77 fsJrnl pic xx.
           77 fsRegister pic xx.
           77 eofFile pic 9.
           77 eofCatalog pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 riJobId pic x(8).
           77 confirmEntry pic x(3).
    *>    proving an image: its rows summed against its trailer, the
    *>    same arithmetic mstcopy.cob proves its own copy with.
           77 proveCount pic 9(9).
           77 proveHash pic 9(13).
           77 proveTrailerSeen pic 9.
           77 proveGood pic 9.
           77 imageDate pic 9(8) value zero.
           77 imageTime pic 9(8) value zero.
           77 imageJob pic x(8) value spaces.
           77 imageCount pic 9(9) value zero.
           77 imageHash pic 9(13) value zero.
           77 priorImageUsed pic 9 value zero.
    *>    what the rebuilt master ought to hold: the image's totals
    *>    moved by every add and every delete the replay made.
           77 expectedCount pic s9(9) value zero.
           77 expectedHash pic 9(13) value zero.
           77 hashWork pic s9(15).
           77 rebuiltCount pic 9(9) value zero.
           77 rebuiltHash pic 9(13) value zero.
    *>    the generation-name prefix that marks a primes2 generation on
    *>    a catalog that also lists primes3's.
           77 genPrefix pic x(99).
           77 genPrefixLen pic 9(4).
           77 genMissingSeen pic 9 value zero.
           77 generationsReplayed pic 9(9) value zero.
    *>    comma-delimited CSV rows are picked apart with UNSTRING, the
    *>    same way mstupdt.cob and rollup.cob read them.
           77 csvField1 pic x(15).
           77 csvField2 pic x(15).
           77 csvField3 pic x(20).
           77 numvalCheck pic s9(4) usage is comp.
    *>    the decision being applied, normalized from whichever source
    *>    it came off -- mstupdt.cob's own working fields.
           77 decNum pic s9(10).
           77 decClassification pic x(15).
           77 decLot pic x(10).
           77 decCardDate pic 9(8).
           77 decDate pic 9(8).
           77 decJob pic x(8).
           77 decFactor pic s9(10).
           77 wsResultCode pic x.
           77 wsFactor pic s9(10).
           77 num pic s9(10).
    *>    the replay merge: a journal entry goes in ahead of the first
    *>    decision stamped later than it.
           77 rowKey pic x(16).
           77 jrnlKey pic x(16).
           77 jrnlEof pic 9 value zero.
           77 jrnlOpen pic 9 value zero.
    *>    replay counts, per source and in total.
           77 srcRows pic 9(9).
           77 srcAdds pic 9(9).
           77 srcConfirms pic 9(9).
           77 totalRows pic 9(9) value zero.
           77 totalAdds pic 9(9) value zero.
           77 totalConfirms pic 9(9) value zero.
           77 jrnlLotCount pic 9(9) value zero.
           77 jrnlDateCount pic 9(9) value zero.
           77 jrnlPurgeCount pic 9(9) value zero.
           77 jrnlBackoutCount pic 9(9) value zero.
           77 jrnlLastSeenCount pic 9(9) value zero.
           77 jrnlRestateCount pic 9(9) value zero.
           77 jrnlMissCount pic 9(9) value zero.
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
    *>    run's real code is put back after the call.
           77 rsProgram pic x(9) value 'MSTRECOV'.
           77 rsRc pic s9(4).
           77 rsRejects pic 9(9) value zero.
    *>    mstcopy.cob's image rows: data, header and trailer.
       01 imageRecord.
           02 imNum pic 9(10).
           02 filler pic x.
           02 imClassification pic x(15).
           02 filler pic x.
           02 imFactor pic s9(10) sign is leading separate character.
           02 filler pic x.
           02 imLot pic x(10).
           02 filler pic x.
           02 imCardDate pic 9(8).
           02 filler pic x.
           02 imFirstDate pic 9(8).
           02 filler pic x.
           02 imFirstJob pic x(8).
           02 filler pic x.
           02 imLastDate pic 9(8).
           02 filler pic x.
           02 imLastJob pic x(8).
           02 filler pic x(6).
       01 imageHeader.
           02 ihMarker pic x(8).
           02 ihDate pic 9(8).
           02 filler pic x.
           02 ihTime pic 9(8).
           02 filler pic x.
           02 ihJob pic x(8).
           02 filler pic x(66).
       01 imageTrailer.
           02 itMarker pic x(8).
           02 itCount pic 9(9).
           02 filler pic x(6).
           02 itHash pic 9(13).
           02 filler pic x(64).
    *>    primes2.cob's audit record layout, fixed-width, the same
    *>    unpack mstupdt.cob uses.
       01 p2AuditRecordIn.
           02 p2InDate pic x(8).
           02 filler pic x.
           02 p2InTime pic x(8).
           02 filler pic x.
           02 p2InJob pic x(8).
           02 filler pic x.
           02 p2InNum pic x(11).
           02 filler pic x.
           02 p2InResult pic x(15).
           02 filler pic x.
           02 p2InLot pic x(10).
           02 filler pic x.
           02 p2InCardDate pic x(8).
           02 filler pic x(5).
    *>    mstmnt.cob's journal row, as mstmnt, mstpurge and backout
    *>    write it.
       01 jrnlRecordIn.
           02 jiDate pic x(8).
           02 filler pic x.
           02 jiTime pic x(8).
           02 filler pic x.
           02 jiOperator pic x(8).
           02 filler pic x.
           02 jiNum pic 9(10).
           02 filler pic x.
           02 jiField pic x(8).
           02 filler pic x(5).
           02 jiOld pic x(10).
           02 filler pic x(5).
           02 jiNew pic x(10).
           02 filler pic x(34).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(24) value 'MASTER RECOVERY REGISTER'.
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
           02 filler pic x(6) value '  JOB '.
           02 riOutJob pic x(8).
       01 blankLine.
           02 filler pic x value space.
       01 imageUsedLine.
           02 filler pic x value space.
           02 filler pic x(15) value 'IMAGE RESTORED '.
           02 iuDate pic 9(8).
           02 filler pic x value space.
           02 iuTime pic 9(8).
           02 filler pic x(5) value ' JOB '.
           02 iuJob pic x(8).
           02 filler pic x(10) value '  RECORDS '.
           02 iuCount pic z(8)9.
           02 filler pic x(11) value '  KEY HASH '.
           02 iuHash pic 9(13).
           02 filler pic x(2) value spaces.
           02 iuWhich pic x(40).
       01 sourceLine.
           02 filler pic x value space.
           02 slSource pic x(60).
           02 filler pic x(6) value ' ROWS '.
           02 slRows pic z(8)9.
           02 filler pic x(6) value ' ADDS '.
           02 slAdds pic z(8)9.
           02 filler pic x(18) value ' RE-CONFIRMATIONS '.
           02 slConfirms pic z(8)9.
       01 journalLine.
           02 filler pic x value space.
           02 filler pic x(25) value 'JOURNAL APPLIED  LOT     '.
           02 jlLot pic z(8)9.
           02 filler pic x(10) value '  CARDDATE'.
           02 jlDate pic z(8)9.
           02 filler pic x(7) value '  PURGE'.
           02 jlPurge pic z(8)9.
           02 filler pic x(9) value '  BACKOUT'.
           02 jlBackout pic z(8)9.
           02 filler pic x(10) value '  LASTSEEN'.
           02 jlLastSeen pic z(8)9.
           02 filler pic x(12) value '  NOT FOUND '.
           02 jlMiss pic z(8)9.
    *>    restate.cob's reclassifications, counted on a line of their
    *>    own -- the line above already fills the register's width.
       01 journalRestateLine.
           02 filler pic x value space.
           02 filler pic x(25) value 'JOURNAL APPLIED  RESTATE '.
           02 jlRestate pic z(8)9.
       01 totalsLine.
           02 filler pic x value space.
           02 tlLabel pic x(24).
           02 filler pic x(8) value 'RECORDS '.
           02 tlCount pic -(9)9.
           02 filler pic x(11) value '  KEY HASH '.
           02 tlHash pic 9(13).
       01 verdictLine.
           02 filler pic x value space.
           02 vlText pic x(90).

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept riJobId from environment "JOBID".
           if riJobId is equal to spaces
               move "OPERATOR" to riJobId
           end-if.
           accept envOverride from environment "CLASSMST_DD".
           if envOverride is not equal to spaces
               move envOverride to masterFileName
           end-if.
           call 'RGNCHK' using masterFileName, runRegion.
           accept envOverride from environment "CLASSMST_IMAGE_DD".
           if envOverride is not equal to spaces
               move envOverride to currentImageName
           end-if.
           call 'RGNCHK' using currentImageName, runRegion.
           accept envOverride from environment "CLASSMST_PRIOR_DD".
           if envOverride is not equal to spaces
               move envOverride to priorImageName
           end-if.
           call 'RGNCHK' using priorImageName, runRegion.
           accept envOverride from environment "AUDITCUT_CATALOG_DD".
           if envOverride is not equal to spaces
               move envOverride to catalogFileName
           end-if.
           call 'RGNCHK' using catalogFileName, runRegion.
           accept envOverride from environment "PRIMES2_AUDIT_DD".
           if envOverride is not equal to spaces
               move envOverride to p2AuditFileName
           end-if.
           call 'RGNCHK' using p2AuditFileName, runRegion.
           accept envOverride from environment "MSTUPDT_T1_CSV_DD".
           if envOverride is not equal to spaces
               move envOverride to t1CsvFileName
           end-if.
           call 'RGNCHK' using t1CsvFileName, runRegion.
           accept envOverride from environment "MSTMNT_JRNL_DD".
           if envOverride is not equal to spaces
               move envOverride to jrnlFileName
           end-if.
           call 'RGNCHK' using jrnlFileName, runRegion.
           accept envOverride from environment "MSTRECOV_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to registerFileName
           end-if.
           call 'RGNCHK' using registerFileName, runRegion.

    *>    pick the image before anything is touched: a recovery with
    *>    no good image to start from must leave whatever is on disk
    *>    exactly as it found it.
           move currentImageName to imageFileName.
           perform proveImage.
           if proveGood is not equal to 1
               display "CURRENT IMAGE DOES NOT PROVE OUT: "
                   function trim(currentImageName)
               move priorImageName to imageFileName
               perform proveImage
               move 1 to priorImageUsed
           end-if.
           if proveGood is not equal to 1
               display "NO IMAGE PROVES OUT, NOTHING RECOVERED."
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           move proveCount to imageCount.
           move proveHash to imageHash.

    *>    an explicit YES, not a y: this replaces the master outright.
           display "REBUILD " function trim(masterFileName)
               " FROM IMAGE " imageDate " " imageTime
               " AND ROLL FORWARD? TYPE YES TO PROCEED: ".
           accept confirmEntry.
           if confirmEntry is not equal to "YES"
               display "NOT CONFIRMED, NOTHING RECOVERED."
               move 4 to return-code
               perform recordRunStatus
               goback
           end-if.

           open output registerFile.
           if fsRegister is not equal to "00"
               display "FILE OPEN FAILURE, REGISTER STATUS "
                   fsRegister " FILE " function trim(registerFileName)
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           perform writeRegisterHeading.

           perform restoreImage.
           if fsMaster is not equal to "00"
               move spaces to vlText
               string "MASTER COULD NOT BE REBUILT, STATUS "
                          delimited by size
                      fsMaster delimited by size
                   into vlText
               write registerLine from verdictLine
                   after advancing 2 lines
               close registerFile
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           move imageCount to expectedCount.
           move imageHash to expectedHash.

           perform openJournal.
           perform replayGenerations.
           move p2AuditFileName to auditFileName.
           perform replayAuditFile.
           perform replayT1Csv.
    *>    whatever the journal holds past the last decision replayed
    *>    goes in last.
           move high-values to rowKey.
           perform applyJournalUpTo.
           if jrnlOpen is equal to 1
               close jrnlFile
           end-if.
           close masterFile.

           perform countRebuiltMaster.
           perform writeRegisterTotals.
           close registerFile.

           if rebuiltCount is not equal to expectedCount
                   or rebuiltHash is not equal to expectedHash
               move 8 to return-code
           else if priorImageUsed is equal to 1
                   or genMissingSeen is equal to 1
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           end-if.
           display "RECOVERY COMPLETE: " rebuiltCount " RECORDS, KEY "
               "HASH " rebuiltHash ".".
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           call 'RUNSTAT' using rsProgram, rsRc, totalRows,
               rsRejects.
           move rsRc to return-code.

    *>    read an image end to end, summing its data rows, and hold it
    *>    good only when a trailer is there and agrees with them.
       proveImage.
           move zero to proveCount.
           move zero to proveHash.
           move zero to proveTrailerSeen.
           move zero to proveGood.
           open input imageFile.
           if fsImage is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read imageFile
                   at end move 1 to eofFile
                   not at end perform proveOneRow
               end-read
           end-perform.
           close imageFile.
           if proveTrailerSeen is equal to 1
                   and itCount is equal to proveCount
                   and itHash is equal to proveHash
               move 1 to proveGood
           end-if.

       proveOneRow.
           if imageLine(1:8) is equal to 'IMAGE   '
               move imageLine to imageHeader
               move ihDate to imageDate
               move ihTime to imageTime
               move ihJob to imageJob
           else if imageLine(1:8) is equal to 'TRAILER '
               move imageLine to imageTrailer
               move 1 to proveTrailerSeen
           else
               move imageLine to imageRecord
               add 1 to proveCount
               compute proveHash = function mod(
                   proveHash + imNum, 10000000000000)
           end-if
           end-if.

    *>    the master is created fresh and loaded from the image in key
    *>    order, then reopened for the random updates of the replay.
       restoreImage.
           open output masterFile.
           if fsMaster is not equal to "00"
               display "MASTER OPEN FAILURE, STATUS " fsMaster
                   " FILE " function trim(masterFileName)
               exit paragraph
           end-if.
           open input imageFile.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read imageFile
                   at end move 1 to eofFile
                   not at end
                       if imageLine(1:8) is not equal to 'IMAGE   '
                               and imageLine(1:8) is not equal to
                                   'TRAILER '
                           move imageLine to imageRecord
                           move imNum to masterNum
                           move imClassification to
                               masterClassification
                           move imFactor to masterFactor
                           move imLot to masterLot
                           move imCardDate to masterCardDate
                           move imFirstDate to masterFirstDate
                           move imFirstJob to masterFirstJob
                           move imLastDate to masterLastDate
                           move imLastJob to masterLastJob
                           write masterRecord
                       end-if
               end-read
           end-perform.
           close imageFile.
           close masterFile.
           open i-o masterFile.
           if fsMaster is not equal to "00"
               display "MASTER REOPEN FAILURE, STATUS " fsMaster
                   " FILE " function trim(masterFileName)
           end-if.

    *>    walk the catalog in the order auditcut.cob wrote it -- oldest
    *>    generation first -- and replay every primes2 generation dated
    *>    on or after the image.
       replayGenerations.
           move spaces to genPrefix.
           string function trim(p2AuditFileName) delimited by size
                  ".G" delimited by size
               into genPrefix.
           compute genPrefixLen =
               function length(function trim(p2AuditFileName)) + 2.
           open input catalogFile.
           if fsCatalog is not equal to "00"
               move spaces to vlText
               string "NO GENERATION CATALOG, STATUS " delimited by size
                      fsCatalog delimited by size
                      " -- CURRENT FILES ONLY" delimited by size
                   into vlText
               write registerLine from verdictLine
                   after advancing 1 line
               exit paragraph
           end-if.
           move zero to eofCatalog.
           perform until eofCatalog is equal to 1
               read catalogFile
                   at end move 1 to eofCatalog
                   not at end
                       if catGenFileName(1:genPrefixLen) is equal to
                               genPrefix(1:genPrefixLen)
                               and catGenDate is numeric
                               and catGenDate is not less than imageDate
                           move catGenFileName to auditFileName
                           perform replayAuditFile
                           add 1 to generationsReplayed
                       end-if
               end-read
           end-perform.
           close catalogFile.

       replayAuditFile.
           call 'RGNCHK' using auditFileName, runRegion.
           move zero to srcRows.
           move zero to srcAdds.
           move zero to srcConfirms.
           open input auditFile.
           if fsAudit is not equal to "00"
               move spaces to vlText
               string "NOT AVAILABLE, STATUS " delimited by size
                      fsAudit delimited by size
                      ": " delimited by size
                      function trim(auditFileName) delimited by size
                   into vlText
               write registerLine from verdictLine
                   after advancing 1 line
               if auditFileName is not equal to p2AuditFileName
                   move 1 to genMissingSeen
               end-if
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read auditFile
                   at end move 1 to eofFile
                   not at end perform replayP2Row
               end-read
           end-perform.
           close auditFile.
           move auditFileName to slSource.
           perform writeSourceLine.

       replayP2Row.
           move auditLine to p2AuditRecordIn.
    *>    only dated decision rows apply; the per-run control trailer
    *>    rows carry no date and don't count.
           if p2InDate is not numeric
               exit paragraph
           end-if.
           if p2InDate is less than imageDate
               exit paragraph
           end-if.
           move function test-numval(p2InNum) to numvalCheck.
           if numvalCheck is not equal to zero
               exit paragraph
           end-if.
           move p2InDate to rowKey(1:8).
           move p2InTime to rowKey(9:8).
           perform applyJournalUpTo.
           move function numval(p2InNum) to decNum.
           move p2InResult to decClassification.
           move p2InLot to decLot.
           if p2InCardDate is numeric
               move function numval(p2InCardDate) to decCardDate
           else
               move zero to decCardDate
           end-if.
           move p2InDate to decDate.
           move p2InJob to decJob.
           add 1 to srcRows.
           perform applyDecision.

       replayT1Csv.
           move zero to srcRows.
           move zero to srcAdds.
           move zero to srcConfirms.
           open input t1CsvFile.
           if fsT1Csv is not equal to "00"
               move spaces to vlText
               string "NOT AVAILABLE, STATUS " delimited by size
                      fsT1Csv delimited by size
                      ": " delimited by size
                      function trim(t1CsvFileName) delimited by size
                   into vlText
               write registerLine from verdictLine
                   after advancing 1 line
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read t1CsvFile
                   at end move 1 to eofFile
                   not at end perform replayT1Row
               end-read
           end-perform.
           close t1CsvFile.
           move t1CsvFileName to slSource.
           perform writeSourceLine.

    *>    the CSV TIME field is the run's yyyymmdd date and hhmmsscc
    *>    time strung together. tutorial1.cob stamps no job id on its
    *>    CSV, and mstupdt.cob stood its own job in; the job that took
    *>    the recovery stands in here the same way.
       replayT1Row.
           unstring t1CsvLine delimited by ","
               into csvField1 csvField2 csvField3.
           if csvField1 is equal to "NUMBER"
               exit paragraph
           end-if.
           if csvField3(1:8) is not numeric
               exit paragraph
           end-if.
           move function test-numval(csvField1) to numvalCheck.
           if numvalCheck is not equal to zero
               exit paragraph
           end-if.
           move function numval(csvField3(1:8)) to decDate.
           if decDate is less than imageDate
               exit paragraph
           end-if.
           move csvField3(1:16) to rowKey.
           perform applyJournalUpTo.
           move function numval(csvField1) to decNum.
           move csvField2 to decClassification.
           move spaces to decLot.
           move zero to decCardDate.
           move riJobId to decJob.
           add 1 to srcRows.
           perform applyDecision.

    *>    mstupdt.cob's applyDecision, rule for rule: a key miss is an
    *>    add, a hit a re-confirmation, a standing PRIME/NOT A PRIME is
    *>    never overwritten by a reject reason.
       applyDecision.
           if decNum is less than zero
               exit paragraph
           end-if.
           if decClassification is equal to "DUPLICATE"
                   or decClassification is equal to "DELETED"
               exit paragraph
           end-if.
           move zero to decFactor.
           if decClassification is equal to "NOT A PRIME"
                   and decNum is greater than zero
               move decNum to num
               call 'PRIMTEST' using num, wsResultCode, wsFactor
               if wsResultCode is equal to 'N'
                   move wsFactor to decFactor
               end-if
           end-if.
           move decNum to masterNum.
           read masterFile
               invalid key
                   move decClassification to masterClassification
                   move decFactor to masterFactor
                   move decLot to masterLot
                   move decCardDate to masterCardDate
                   move decDate to masterFirstDate
                   move decJob to masterFirstJob
                   move decDate to masterLastDate
                   move decJob to masterLastJob
                   write masterRecord
                   add 1 to srcAdds
                   add 1 to expectedCount
                   compute hashWork = expectedHash + masterNum
                   compute expectedHash = function mod(
                       hashWork, 10000000000000)
               not invalid key
                   if decClassification is equal to "PRIME"
                           or decClassification is equal to
                               "NOT A PRIME"
                           or (masterClassification is not equal to
                                   "PRIME"
                               and masterClassification is not equal to
                                   "NOT A PRIME")
                       move decClassification to masterClassification
                       move decFactor to masterFactor
                   end-if
                   if decLot is not equal to spaces
                       move decLot to masterLot
                   end-if
                   if decCardDate is not equal to zero
                       move decCardDate to masterCardDate
                   end-if
                   move decDate to masterLastDate
                   move decJob to masterLastJob
                   rewrite masterRecord
                   add 1 to srcConfirms
           end-read.

    *>    the journal is read one entry ahead; entries dated before the
    *>    image are already in it and are passed over.
       openJournal.
           move zero to jrnlEof.
           open input jrnlFile.
           if fsJrnl is not equal to "00"
               move 1 to jrnlEof
               move high-values to jrnlKey
               exit paragraph
           end-if.
           move 1 to jrnlOpen.
           perform readNextJournal.

       readNextJournal.
           move high-values to jrnlKey.
           perform until jrnlEof is equal to 1
               read jrnlFile
                   at end
                       move 1 to jrnlEof
                   not at end
                       move jrnlLine to jrnlRecordIn
                       if jiDate is numeric
                               and jiDate is not less than imageDate
                           move jiDate to jrnlKey(1:8)
                           move jiTime to jrnlKey(9:8)
                           exit perform
                       end-if
               end-read
           end-perform.

       applyJournalUpTo.
           perform until jrnlEof is equal to 1
                   or jrnlKey is not less than rowKey
               perform applyJournalEntry
               perform readNextJournal
           end-perform.

    *>    one journal entry against the rebuilt master: lot and card
    *>    date corrections land as keyed, a purge or a backed-out add
    *>    takes the record off, a backed-out re-confirmation puts the
    *>    last-seen stamps back to the first-seen ones, a restatement
    *>    puts back the answer restate.cob moved it to. annotations
    *>    live beside the master, not in it, and pass by.
       applyJournalEntry.
           if jiField is equal to 'NOTE    '
               exit paragraph
           end-if.
           move jiNum to masterNum.
           read masterFile
               invalid key
                   add 1 to jrnlMissCount
               not invalid key
                   if jiField is equal to 'LOT     '
                       move jiNew to masterLot
                       rewrite masterRecord
                       add 1 to jrnlLotCount
                   else if jiField is equal to 'CARDDATE'
                       if jiNew(1:8) is numeric
                           move jiNew(1:8) to masterCardDate
                           rewrite masterRecord
                       end-if
                       add 1 to jrnlDateCount
                   else if jiField is equal to 'PURGE   '
                           or jiField is equal to 'BACKOUT '
                       delete masterFile record
                       if jiField is equal to 'PURGE   '
                           add 1 to jrnlPurgeCount
                       else
                           add 1 to jrnlBackoutCount
                       end-if
                       subtract 1 from expectedCount
                       compute hashWork = expectedHash
                           + 10000000000000 - masterNum
                       compute expectedHash = function mod(
                           hashWork, 10000000000000)
                   else if jiField is equal to 'LASTSEEN'
                       move masterFirstDate to masterLastDate
                       move masterFirstJob to masterLastJob
                       rewrite masterRecord
                       add 1 to jrnlLastSeenCount
                   else if jiField is equal to 'RESTATE '
                       perform applyRestatement
                       add 1 to jrnlRestateCount
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
           end-read.

    *>    a restatement journals the new answer as restate.cob's short
    *>    word; the factor of a composite is recovered through PRIMTEST
    *>    the same way a replayed decision's is.
       applyRestatement.
           move zero to decFactor.
           if jiNew is equal to 'NOT PRIME'
               move "NOT A PRIME" to masterClassification
               move masterNum to num
               call 'PRIMTEST' using num, wsResultCode, wsFactor
               if wsResultCode is equal to 'N'
                   move wsFactor to decFactor
               end-if
           else if jiNew is equal to 'ILLEGAL'
               move "ILLEGAL INPUT" to masterClassification
           else if jiNew is equal to 'PRIME'
               move "PRIME" to masterClassification
           else
               exit paragraph
           end-if
           end-if
           end-if.
           move decFactor to masterFactor.
           rewrite masterRecord.

    *>    the proof: count and key-hash what actually stands on the
    *>    rebuilt master, independent of the bookkeeping above.
       countRebuiltMaster.
           open input masterFile.
           if fsMaster is not equal to "00"
               display "MASTER NOT AVAILABLE FOR PROOF, STATUS "
                   fsMaster
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read masterFile next record
                   at end move 1 to eofFile
                   not at end
                       add 1 to rebuiltCount
                       compute rebuiltHash = function mod(
                           rebuiltHash + masterNum, 10000000000000)
               end-read
           end-perform.
           close masterFile.

       writeRegisterHeading.
           move riDate to riOutDate.
           move riTime to riOutTime.
           move riJobId to riOutJob.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write registerLine from titleLine after advancing 0 lines.
           write registerLine from theUnderLine after advancing 1 line.
           write registerLine from runInfoLine after advancing 1 line.
           write registerLine from blankLine after advancing 1 line.
           move imageDate to iuDate.
           move imageTime to iuTime.
           move imageJob to iuJob.
           move imageCount to iuCount.
           move imageHash to iuHash.
           if priorImageUsed is equal to 1
               move 'PRIOR -- CURRENT IMAGE DID NOT PROVE' to iuWhich
           else
               move 'CURRENT' to iuWhich
           end-if.
           write registerLine from imageUsedLine after advancing 1 line.
           write registerLine from blankLine after advancing 1 line.

       writeSourceLine.
           move srcRows to slRows.
           move srcAdds to slAdds.
           move srcConfirms to slConfirms.
           write registerLine from sourceLine after advancing 1 line.
           add srcRows to totalRows.
           add srcAdds to totalAdds.
           add srcConfirms to totalConfirms.

       writeRegisterTotals.
           move spaces to slSource.
           move 'TOTAL REPLAYED' to slSource.
           move totalRows to slRows.
           move totalAdds to slAdds.
           move totalConfirms to slConfirms.
           write registerLine from sourceLine after advancing 2 lines.
           move jrnlLotCount to jlLot.
           move jrnlDateCount to jlDate.
           move jrnlPurgeCount to jlPurge.
           move jrnlBackoutCount to jlBackout.
           move jrnlLastSeenCount to jlLastSeen.
           move jrnlMissCount to jlMiss.
           write registerLine from journalLine after advancing 1 line.
           move jrnlRestateCount to jlRestate.
           write registerLine from journalRestateLine
               after advancing 1 line.
           move 'EXPECTED FROM IMAGE +/-' to tlLabel.
           move expectedCount to tlCount.
           move expectedHash to tlHash.
           write registerLine from totalsLine after advancing 2 lines.
           move 'REBUILT MASTER' to tlLabel.
           move rebuiltCount to tlCount.
           move rebuiltHash to tlHash.
           write registerLine from totalsLine after advancing 1 line.
           if rebuiltCount is equal to expectedCount
                   and rebuiltHash is equal to expectedHash
               move 'REBUILT MASTER PROVES TO THE IMAGE PLUS EVERY CHANGE'
                   & ' REPLAYED' to vlText
           else
               move '** REBUILT MASTER DOES NOT PROVE -- DO NOT RELEASE '
                   & 'IT TO THE NIGHTLY STREAM' to vlText
           end-if.
           write registerLine from verdictLine after advancing 2 lines.
