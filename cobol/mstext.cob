    *>    selection-card master extract: every ad hoc question about
    *>    the classification master -- all the composites in some lots
    *>    received in a quarter, every prime first seen since a cutover
    *>    -- used to be a one-off job or a grep. this program answers
    *>    them from a deck of selection cards: criteria on the
    *>    master's own fields, ANDed within a group, the groups ORed
    *>    together, optionally reaching into the history mstpurge.cob
    *>    moved out to the archive. the records selected go out as a
    *>    CSV or as fixed-width rows (the archive's own layout, with
    *>    where each came from), closed by a count and hash trailer,
    *>    and a control listing shows the cards as read, the selection
    *>    they made, and the counts returned.
    *>
    *>    selection card: keyword in columns 1-8, a from value in
    *>    10-29 and a to value in 31-50; an asterisk in column 1 is a
    *>    comment. a blank from or to leaves that end of a range open.
    *>      NUMBER   from to      allocation number range
    *>      FACTOR   from to      smallest factor range
    *>      CARDDATE from to      card date range, yyyymmdd
    *>      FIRSTRUN from to      first-seen run date range
    *>      LASTRUN  from to      last-seen run date range
    *>      CLASS    value        PRIME, NOT A PRIME (or COMPOSITE),
    *>                            ILLEGAL INPUT
    *>      LOT      prefix       lots starting with the prefix
    *>      FIRSTJOB job          first seen by that job
    *>      LASTJOB  job          last seen by that job
    *>      OR                    starts the next group of criteria
    *>      ARCHIVE  YES / NO     include the purged history (NO)
    *>      FORMAT   CSV / FIXED  extract layout (CSV)
    *>      TITLE    text         heading for the listing, cols 10-72
    *>    a deck with a card it can't read, or no criteria at all, is
    *>    refused with return code 8 and no extract is cut.
       identification division.
       program-id. mstext.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    dynamic-assigned with environment overrides, same convention
    *>    as the rest of the tree.
       select cardFile assign to dynamic cardFileName
           organization is line sequential
           file status is fsCard.
       select masterFile assign to dynamic masterFileName
           organization is indexed
           access mode is dynamic
           record key is masterNum
           file status is fsMaster.
       select archiveFile assign to dynamic archiveFileName
           organization is line sequential
           file status is fsArchive.
       select extractFile assign to dynamic extractFileName
           organization is line sequential
           file status is fsExtract.
       select listingFile assign to dynamic listingFileName
           organization is line sequential
           file status is fsListing.

       data division.
       file section.
         fd cardFile.
             01 cardLine pic x(80).
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
         fd archiveFile.
             01 archiveLine pic x(100).
         fd extractFile.
             01 extractLine pic x(132).
         fd listingFile.
             01 outLine pic x(9999) value spaces.

       working-storage section.
           77 cardFileName pic x(99) value "./mstext.cards".
           77 masterFileName pic x(99)
               value "./cobol/assets/classmst.dat".
           77 archiveFileName pic x(99)
               value "./cobol/assets/classmst.arch".
           77 extractFileName pic x(99) value "./mstext.dat".
           77 listingFileName pic x(99) value "./mstext.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsCard pic xx.
           77 fsMaster pic xx.
           77 fsArchive pic xx.
           77 fsExtract pic xx.
           77 fsListing pic xx.
           77 eofFile pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 numvalCheck pic s9(4) usage is comp.
    *>    the run's options off the deck.
           77 optFormat pic x(5) value 'CSV'.
           77 optArchive pic x(3) value 'NO'.
           77 optTitle pic x(63) value spaces.
           77 cardsRead pic 9(9) value zero.
           77 cardsRejected pic 9(9) value zero.
           77 cardVerdict pic x(40).
    *>    the selection: every criterion with the group it belongs
    *>    to. a record is selected when every criterion of any one
    *>    group holds; a range end left blank is open.
           77 critCount pic 9(3) value zero.
           77 critIdx pic 9(3).
           77 groupCount pic 9(3) value zero.
           77 groupIdx pic 9(3).
           77 currentGroup pic 9(3) value 1.
       01 critTable.
           02 critEntry occurs 50 times.
               03 crGroup pic 9(3).
               03 crField pic x(8).
               03 crText pic x(20).
               03 crTextLen pic 9(2).
               03 crHasLow pic 9.
               03 crHasHigh pic 9.
               03 crLow pic s9(11).
               03 crHigh pic s9(11).
       01 groupTable.
           02 groupEntry occurs 50 times.
               03 grCritCount pic 9(3).
               03 grHits pic 9(9).
           77 groupPass pic 9.
           77 critPass pic 9.
           77 selectedGroup pic 9(3).
           77 testValue pic s9(11).
    *>    the record under test, from the master or the archive alike.
           77 selSource pic x.
           77 selNum pic 9(10).
           77 selClassification pic x(15).
           77 selFactor pic s9(10).
           77 selLot pic x(10).
           77 selCardDate pic 9(8).
           77 selFirstDate pic 9(8).
           77 selFirstJob pic x(8).
           77 selLastDate pic 9(8).
           77 selLastJob pic x(8).
    *>    counts and the extract's control totals.
           77 masterRead pic 9(9) value zero.
           77 archiveRead pic 9(9) value zero.
           77 masterSelected pic 9(9) value zero.
           77 archiveSelected pic 9(9) value zero.
           77 extractCount pic 9(9) value zero.
           77 extractHash pic 9(13) value zero.
           77 archiveMissing pic 9 value zero.
    *>    completion record for the console status board.
           77 rsProgram pic x(9) value 'MSTEXT'.
           77 rsRc pic s9(4).
       01 selectionCard.
           02 scKeyword pic x(8).
           02 filler pic x.
           02 scFrom pic x(20).
           02 filler pic x.
           02 scTo pic x(20).
           02 filler pic x(30).
       01 titleCard redefines selectionCard.
           02 filler pic x(9).
           02 tcTitle pic x(63).
           02 filler pic x(8).
    *>    the archive extract's record layout, mstpurge.cob's own.
       01 archiveRecordIn.
           02 aiNum pic x(10).
           02 filler pic x.
           02 aiClassification pic x(15).
           02 filler pic x.
           02 aiFactor pic s9(10) sign is leading separate character.
           02 filler pic x.
           02 aiLot pic x(10).
           02 filler pic x.
           02 aiCardDate pic x(8).
           02 filler pic x.
           02 aiFirstDate pic x(8).
           02 filler pic x.
           02 aiFirstJob pic x(8).
           02 filler pic x.
           02 aiLastDate pic x(8).
           02 filler pic x.
           02 aiLastJob pic x(8).
           02 filler pic x(6).
    *>    the fixed-width extract row: the archive's layout again, so
    *>    anything that reads one reads the other, with the source
    *>    ('M' master, 'A' archive) in the slack.
       01 fixedRecord.
           02 fxNum pic 9(10).
           02 filler pic x value space.
           02 fxClassification pic x(15).
           02 filler pic x value space.
           02 fxFactor pic s9(10) sign is leading separate character.
           02 filler pic x value space.
           02 fxLot pic x(10).
           02 filler pic x value space.
           02 fxCardDate pic 9(8).
           02 filler pic x value space.
           02 fxFirstDate pic 9(8).
           02 filler pic x value space.
           02 fxFirstJob pic x(8).
           02 filler pic x value space.
           02 fxLastDate pic 9(8).
           02 filler pic x value space.
           02 fxLastJob pic x(8).
           02 filler pic x value space.
           02 fxSource pic x.
           02 filler pic x(4) value spaces.
       01 fixedTrailer.
           02 filler pic x(8) value 'TRAILER '.
           02 ftCount pic 9(9).
           02 filler pic x(6) value ' HASH '.
           02 ftHash pic 9(13).
           02 filler pic x(64) value spaces.
       01 csvHeaderLine.
           02 filler pic x(42) value
               'NUMBER,CLASSIFICATION,FACTOR,LOT,CARD DATE'.
           02 filler pic x(46) value
               ',FIRST RUN,FIRST JOB,LAST RUN,LAST JOB,SOURCE'.
           77 csvFactor pic -(10)9.
           77 csvPointer pic 9(4).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(40) value
               'MASTER SELECTION EXTRACT'.
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
       01 requestLine.
           02 filler pic x(6) value spaces.
           02 rqTitle pic x(63).
       01 blankLine.
           02 filler pic x value space.
       01 cardsHeadLine.
           02 filler pic x value space.
           02 filler pic x(16) value 'SELECTION CARDS:'.
       01 cardEchoLine.
           02 filler pic x(3) value spaces.
           02 ceCard pic x(50).
           02 filler pic x(2) value spaces.
           02 ceVerdict pic x(40).
       01 selectionHeadLine.
           02 filler pic x value space.
           02 filler pic x(18) value 'SELECTION APPLIED:'.
       01 groupHeadLine.
           02 filler pic x(3) value spaces.
           02 ghOr pic x(3).
           02 filler pic x(6) value 'GROUP '.
           02 ghGroup pic zz9.
           02 filler pic x(8) value ', WHERE:'.
       01 criterionLine.
           02 filler pic x(9) value spaces.
           02 clAnd pic x(4).
           02 clField pic x(9).
           02 clText pic x(60).
       01 optionsLine.
           02 filler pic x(3) value spaces.
           02 filler pic x(8) value 'FORMAT '.
           02 opFormat pic x(6).
           02 filler pic x(18) value 'PURGED HISTORY '.
           02 opArchive pic x(3).
       01 refusedLine.
           02 filler pic x value space.
           02 filler pic x(35) value
               'SELECTION REFUSED, NO EXTRACT CUT: '.
           02 rfReason pic x(40).
       01 countsHeadLine.
           02 filler pic x value space.
           02 filler pic x(16) value 'COUNTS RETURNED:'.
       01 countLine.
           02 filler pic x(3) value spaces.
           02 ctLabel pic x(30).
           02 ctCount pic z(8)9.
       01 hashLine.
           02 filler pic x(3) value spaces.
           02 filler pic x(30) value 'EXTRACT HASH TOTAL'.
           02 hlHash pic 9(13).
       01 archiveMissingLine.
           02 filler pic x(3) value spaces.
           02 filler pic x(50) value
               'PURGED HISTORY ASKED FOR, ARCHIVE NOT AVAILABLE'.

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept envOverride from environment "MSTEXT_CARDS_DD".
           if envOverride is not equal to spaces
               move envOverride to cardFileName
           end-if.
           call 'RGNCHK' using cardFileName, runRegion.
           accept envOverride from environment "CLASSMST_DD".
           if envOverride is not equal to spaces
               move envOverride to masterFileName
           end-if.
           call 'RGNCHK' using masterFileName, runRegion.
           accept envOverride from environment "CLASSMST_ARCH_DD".
           if envOverride is not equal to spaces
               move envOverride to archiveFileName
           end-if.
           call 'RGNCHK' using archiveFileName, runRegion.
           accept envOverride from environment "MSTEXT_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to extractFileName
           end-if.
           call 'RGNCHK' using extractFileName, runRegion.
           accept envOverride from environment "MSTEXT_LIST_DD".
           if envOverride is not equal to spaces
               move envOverride to listingFileName
           end-if.
           call 'RGNCHK' using listingFileName, runRegion.
           open output listingFile.
           if fsListing is not equal to "00"
               display "FILE OPEN FAILURE, LISTING STATUS " fsListing
                   " FILE " function trim(listingFileName)
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           open input cardFile.
           if fsCard is not equal to "00"
               display "SELECTION CARDS NOT AVAILABLE, STATUS " fsCard
                   " FILE " function trim(cardFileName)
               close listingFile
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
    *>    the cards are read and echoed first, so the listing shows
    *>    exactly what was asked for even when the deck is refused.
           move riDate to riOutDate.
           move riTime to riOutTime.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
           write outLine from blankLine after advancing 1 line.
           write outLine from cardsHeadLine after advancing 1 line.
           move zero to grCritCount(1).
           move zero to grHits(1).
           move zero to eofFile.
           perform until eofFile is equal to 1
               read cardFile
                   at end move 1 to eofFile
                   not at end perform readOneCard
               end-read
           end-perform.
           close cardFile.
           if grCritCount(currentGroup) is equal to zero
               compute groupCount = currentGroup - 1
           else
               move currentGroup to groupCount
           end-if.
           if optTitle is not equal to spaces
               move optTitle to rqTitle
               write outLine from requestLine after advancing 1 line
           end-if.
           if cardsRejected is greater than zero
               move 'A SELECTION CARD WAS REJECTED' to rfReason
               perform refuseSelection
           end-if.
           if critCount is equal to zero
               move 'NO SELECTION CRITERIA ON THE DECK' to rfReason
               perform refuseSelection
           end-if.
           perform writeSelectionApplied.
           open input masterFile.
           if fsMaster is not equal to "00"
               display "MASTER NOT AVAILABLE, STATUS " fsMaster
                   " FILE " function trim(masterFileName)
               move 'CLASSIFICATION MASTER NOT AVAILABLE' to rfReason
               perform refuseSelection
           end-if.
           open output extractFile.
           if fsExtract is not equal to "00"
               display "FILE OPEN FAILURE, EXTRACT STATUS " fsExtract
                   " FILE " function trim(extractFileName)
               close masterFile
               move 'EXTRACT FILE COULD NOT BE OPENED' to rfReason
               perform refuseSelection
           end-if.
           if optFormat is equal to 'CSV'
               write extractLine from csvHeaderLine
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read masterFile next record
                   at end move 1 to eofFile
                   not at end perform selectOneMasterRecord
               end-read
           end-perform.
           close masterFile.
           if optArchive is equal to 'YES'
               perform selectFromArchive
           end-if.
           perform writeExtractTrailer.
           close extractFile.
           perform writeCounts.
           close listingFile.
           display "MASTER EXTRACT COMPLETE: " extractCount
               " RECORDS SELECTED TO " function trim(extractFileName).
    *>    a selection that returned nothing, or history that couldn't
    *>    be reached, is worth a second look before anyone relies on it.
           if extractCount is equal to zero or archiveMissing is equal to 1
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           call 'RUNSTAT' using rsProgram, rsRc, extractCount,
               cardsRejected.
           move rsRc to return-code.

       refuseSelection.
           write outLine from blankLine after advancing 1 line.
           write outLine from refusedLine after advancing 1 line.
           close listingFile.
           display "SELECTION REFUSED: " function trim(rfReason)
               ", SEE " function trim(listingFileName).
           move 8 to return-code.
           perform recordRunStatus.
           goback.

    *>    one card: a criterion into the current group, an OR to move
    *>    on to the next, or a run option. whatever it was, it is
    *>    echoed onto the listing with the verdict.
       readOneCard.
           move cardLine to selectionCard.
           if cardLine(1:1) is equal to '*' or cardLine is equal to spaces
               exit paragraph
           end-if.
           add 1 to cardsRead.
           move function upper-case(scKeyword) to scKeyword.
           move 'ACCEPTED' to cardVerdict.
           if scKeyword is equal to 'OR'
               if grCritCount(currentGroup) is equal to zero
                   move 'IGNORED, NO CRITERIA BEFORE IT' to cardVerdict
               else if currentGroup is equal to 50
                   move 'REJECTED, MORE THAN 50 GROUPS' to cardVerdict
               else
                   add 1 to currentGroup
                   move zero to grCritCount(currentGroup)
                   move zero to grHits(currentGroup)
               end-if
               end-if
           else if scKeyword is equal to 'TITLE'
               move tcTitle to optTitle
           else if scKeyword is equal to 'FORMAT'
               move function upper-case(scFrom) to scFrom
               if scFrom is equal to 'CSV' or scFrom is equal to 'FIXED'
                   move scFrom to optFormat
               else
                   move 'REJECTED, FORMAT IS CSV OR FIXED'
                       to cardVerdict
               end-if
           else if scKeyword is equal to 'ARCHIVE'
               move function upper-case(scFrom) to scFrom
               if scFrom is equal to 'YES' or scFrom is equal to 'NO'
                   move scFrom to optArchive
               else
                   move 'REJECTED, ARCHIVE IS YES OR NO'
                       to cardVerdict
               end-if
           else if critCount is equal to 50
               move 'REJECTED, MORE THAN 50 CRITERIA' to cardVerdict
           else
               perform takeCriterion
           end-if.
           if cardVerdict(1:8) is equal to 'REJECTED'
               add 1 to cardsRejected
           end-if.
           move cardLine to ceCard.
           move cardVerdict to ceVerdict.
           write outLine from cardEchoLine after advancing 1 line.

       takeCriterion.
           add 1 to critCount.
           move currentGroup to crGroup(critCount).
           move scKeyword to crField(critCount).
           move spaces to crText(critCount).
           move zero to crTextLen(critCount).
           move zero to crHasLow(critCount).
           move zero to crHasHigh(critCount).
           move zero to crLow(critCount).
           move zero to crHigh(critCount).
           if scKeyword is equal to 'NUMBER'
                   or scKeyword is equal to 'FACTOR'
                   or scKeyword is equal to 'CARDDATE'
                   or scKeyword is equal to 'FIRSTRUN'
                   or scKeyword is equal to 'LASTRUN'
               perform takeRangeCriterion
           else if scKeyword is equal to 'CLASS'
               move function upper-case(scFrom) to scFrom
               if scFrom is equal to 'COMPOSITE'
                   move 'NOT A PRIME' to scFrom
               end-if
               if scFrom is equal to 'PRIME'
                       or scFrom is equal to 'NOT A PRIME'
                       or scFrom is equal to 'ILLEGAL INPUT'
                   move scFrom to crText(critCount)
               else
                   move 'REJECTED, NOT A CLASSIFICATION'
                       to cardVerdict
               end-if
           else if scKeyword is equal to 'LOT'
                   or scKeyword is equal to 'FIRSTJOB'
                   or scKeyword is equal to 'LASTJOB'
               if scFrom is equal to spaces
                   move 'REJECTED, NO VALUE GIVEN' to cardVerdict
               else if scFrom(11:10) is not equal to spaces
                       or (scKeyword is not equal to 'LOT'
                           and scFrom(9:2) is not equal to spaces)
                   move 'REJECTED, VALUE TOO LONG' to cardVerdict
               else
                   move scFrom to crText(critCount)
                   move function length(function trim(scFrom trailing))
                       to crTextLen(critCount)
               end-if
               end-if
           else
               move 'REJECTED, UNKNOWN KEYWORD' to cardVerdict
           end-if.
           if cardVerdict(1:8) is equal to 'REJECTED'
               subtract 1 from critCount
           else
               add 1 to grCritCount(currentGroup)
           end-if.

       takeRangeCriterion.
           if scFrom is equal to spaces and scTo is equal to spaces
               move 'REJECTED, NO RANGE GIVEN' to cardVerdict
               exit paragraph
           end-if.
           if scFrom is not equal to spaces
               move function test-numval(scFrom) to numvalCheck
               if numvalCheck is not equal to zero
                   move 'REJECTED, FROM VALUE NOT NUMERIC'
                       to cardVerdict
                   exit paragraph
               end-if
               move 1 to crHasLow(critCount)
               move function numval(scFrom) to crLow(critCount)
           end-if.
           if scTo is not equal to spaces
               move function test-numval(scTo) to numvalCheck
               if numvalCheck is not equal to zero
                   move 'REJECTED, TO VALUE NOT NUMERIC' to cardVerdict
                   exit paragraph
               end-if
               move 1 to crHasHigh(critCount)
               move function numval(scTo) to crHigh(critCount)
           end-if.
           if crHasLow(critCount) is equal to 1
                   and crHasHigh(critCount) is equal to 1
                   and crLow(critCount) is greater than crHigh(critCount)
               move 'REJECTED, FROM IS ABOVE TO' to cardVerdict
           end-if.

    *>    the selection as the program understood it, one group to a
    *>    block, so whoever asked can see what the counts answer.
       writeSelectionApplied.
           write outLine from blankLine after advancing 1 line.
           write outLine from selectionHeadLine after advancing 1 line.
           perform varying groupIdx from 1 by 1
                   until groupIdx is greater than groupCount
               if groupIdx is equal to 1
                   move spaces to ghOr
               else
                   move 'OR ' to ghOr
               end-if
               move groupIdx to ghGroup
               write outLine from groupHeadLine after advancing 1 line
               move spaces to clAnd
               perform varying critIdx from 1 by 1
                       until critIdx is greater than critCount
                   if crGroup(critIdx) is equal to groupIdx
                       perform writeOneCriterion
                       move 'AND ' to clAnd
                   end-if
               end-perform
           end-perform.
           move optFormat to opFormat.
           move optArchive to opArchive.
           write outLine from optionsLine after advancing 1 line.

       writeOneCriterion.
           move crField(critIdx) to clField.
           move spaces to clText.
           if crTextLen(critIdx) is not equal to zero
                   or crText(critIdx) is not equal to spaces
               if crField(critIdx) is equal to 'LOT'
                   string 'STARTS ' delimited by size
                          crText(critIdx)(1:crTextLen(critIdx))
                              delimited by size
                       into clText
               else
                   string 'IS ' delimited by size
                          crText(critIdx) delimited by size
                       into clText
               end-if
           else
               move 1 to csvPointer
               if crHasLow(critIdx) is equal to 1
                   move crLow(critIdx) to csvFactor
                   string 'FROM ' delimited by size
                          function trim(csvFactor) delimited by size
                          ' ' delimited by size
                       into clText with pointer csvPointer
               end-if
               if crHasHigh(critIdx) is equal to 1
                   move crHigh(critIdx) to csvFactor
                   string 'TO ' delimited by size
                          function trim(csvFactor) delimited by size
                       into clText with pointer csvPointer
               end-if
           end-if.
           write outLine from criterionLine after advancing 1 line.

       selectOneMasterRecord.
           add 1 to masterRead.
           move 'M' to selSource.
           move masterNum to selNum.
           move masterClassification to selClassification.
           move masterFactor to selFactor.
           move masterLot to selLot.
           move masterCardDate to selCardDate.
           move masterFirstDate to selFirstDate.
           move masterFirstJob to selFirstJob.
           move masterLastDate to selLastDate.
           move masterLastJob to selLastJob.
           perform testSelection.
           if selectedGroup is not equal to zero
               add 1 to masterSelected
               perform writeExtractRow
           end-if.

    *>    the purged history, scanned whole the way inqbatch.cob
    *>    falls back on it; unreadable numbers and dates on an old
    *>    archive row are passed over rather than guessed at.
       selectFromArchive.
           open input archiveFile.
           if fsArchive is not equal to "00"
               display "ARCHIVE NOT AVAILABLE, STATUS " fsArchive
                   " FILE " function trim(archiveFileName)
               move 1 to archiveMissing
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read archiveFile
                   at end move 1 to eofFile
                   not at end perform selectOneArchiveRecord
               end-read
           end-perform.
           close archiveFile.

       selectOneArchiveRecord.
           move archiveLine to archiveRecordIn.
           if aiNum is not numeric
               exit paragraph
           end-if.
           add 1 to archiveRead.
           move 'A' to selSource.
           move aiNum to selNum.
           move aiClassification to selClassification.
           move aiFactor to selFactor.
           move aiLot to selLot.
           move zero to selCardDate.
           move zero to selFirstDate.
           move zero to selLastDate.
           if aiCardDate is numeric
               move aiCardDate to selCardDate
           end-if.
           if aiFirstDate is numeric
               move aiFirstDate to selFirstDate
           end-if.
           if aiLastDate is numeric
               move aiLastDate to selLastDate
           end-if.
           move aiFirstJob to selFirstJob.
           move aiLastJob to selLastJob.
           perform testSelection.
           if selectedGroup is not equal to zero
               add 1 to archiveSelected
               perform writeExtractRow
           end-if.

    *>    first group whose criteria all hold selects the record and
    *>    is credited with it.
       testSelection.
           move zero to selectedGroup.
           perform varying groupIdx from 1 by 1
                   until groupIdx is greater than groupCount
                   or selectedGroup is not equal to zero
               move 1 to groupPass
               perform varying critIdx from 1 by 1
                       until critIdx is greater than critCount
                       or groupPass is equal to zero
                   if crGroup(critIdx) is equal to groupIdx
                       perform testOneCriterion
                       move critPass to groupPass
                   end-if
               end-perform
               if groupPass is equal to 1
                   move groupIdx to selectedGroup
                   add 1 to grHits(groupIdx)
               end-if
           end-perform.

       testOneCriterion.
           move 1 to critPass.
           evaluate crField(critIdx)
               when 'NUMBER'
                   move selNum to testValue
                   perform testRange
               when 'FACTOR'
                   move selFactor to testValue
                   perform testRange
               when 'CARDDATE'
                   move selCardDate to testValue
                   perform testRange
               when 'FIRSTRUN'
                   move selFirstDate to testValue
                   perform testRange
               when 'LASTRUN'
                   move selLastDate to testValue
                   perform testRange
               when 'CLASS'
                   if selClassification is not equal to
                           crText(critIdx)(1:15)
                       move zero to critPass
                   end-if
               when 'LOT'
                   if selLot(1:crTextLen(critIdx)) is not equal to
                           crText(critIdx)(1:crTextLen(critIdx))
                       move zero to critPass
                   end-if
               when 'FIRSTJOB'
                   if selFirstJob is not equal to crText(critIdx)(1:8)
                       move zero to critPass
                   end-if
               when 'LASTJOB'
                   if selLastJob is not equal to crText(critIdx)(1:8)
                       move zero to critPass
                   end-if
           end-evaluate.

       testRange.
           if crHasLow(critIdx) is equal to 1
                   and testValue is less than crLow(critIdx)
               move zero to critPass
           end-if.
           if crHasHigh(critIdx) is equal to 1
                   and testValue is greater than crHigh(critIdx)
               move zero to critPass
           end-if.

       writeExtractRow.
           add 1 to extractCount.
           compute extractHash = function mod(
               extractHash + selNum, 10000000000000).
           if optFormat is equal to 'FIXED'
               move selNum to fxNum
               move selClassification to fxClassification
               move selFactor to fxFactor
               move selLot to fxLot
               move selCardDate to fxCardDate
               move selFirstDate to fxFirstDate
               move selFirstJob to fxFirstJob
               move selLastDate to fxLastDate
               move selLastJob to fxLastJob
               move selSource to fxSource
               write extractLine from fixedRecord
           else
               move selFactor to csvFactor
               move spaces to extractLine
               string selNum delimited by size
                      ',' delimited by size
                      function trim(selClassification) delimited by size
                      ',' delimited by size
                      function trim(csvFactor) delimited by size
                      ',' delimited by size
                      function trim(selLot) delimited by size
                      ',' delimited by size
                      selCardDate delimited by size
                      ',' delimited by size
                      selFirstDate delimited by size
                      ',' delimited by size
                      function trim(selFirstJob) delimited by size
                      ',' delimited by size
                      selLastDate delimited by size
                      ',' delimited by size
                      function trim(selLastJob) delimited by size
                      ',' delimited by size
                      selSource delimited by size
                  into extractLine
               write extractLine
           end-if.

    *>    the count and hash trailer, each format's own: primes2.cob's
    *>    CSV trailer row, mstcopy.cob's image trailer.
       writeExtractTrailer.
           if optFormat is equal to 'FIXED'
               move extractCount to ftCount
               move extractHash to ftHash
               write extractLine from fixedTrailer
           else
               move spaces to extractLine
               move extractCount to ftCount
               move extractHash to ftHash
               string "TRAILER," delimited by size
                      ftCount delimited by size
                      "," delimited by size
                      ftHash delimited by size
                  into extractLine
               write extractLine
           end-if.

       writeCounts.
           write outLine from blankLine after advancing 1 line.
           write outLine from countsHeadLine after advancing 1 line.
           move 'SELECTION CARDS READ' to ctLabel.
           move cardsRead to ctCount.
           write outLine from countLine after advancing 1 line.
           move 'MASTER RECORDS READ' to ctLabel.
           move masterRead to ctCount.
           write outLine from countLine after advancing 1 line.
           move 'MASTER RECORDS SELECTED' to ctLabel.
           move masterSelected to ctCount.
           write outLine from countLine after advancing 1 line.
           if optArchive is equal to 'YES'
               if archiveMissing is equal to 1
                   write outLine from archiveMissingLine
                       after advancing 1 line
               else
                   move 'ARCHIVE RECORDS READ' to ctLabel
                   move archiveRead to ctCount
                   write outLine from countLine after advancing 1 line
                   move 'ARCHIVE RECORDS SELECTED' to ctLabel
                   move archiveSelected to ctCount
                   write outLine from countLine after advancing 1 line
               end-if
           end-if.
           perform varying groupIdx from 1 by 1
                   until groupIdx is greater than groupCount
               move spaces to ctLabel
               move groupIdx to ghGroup
               string 'SELECTED BY GROUP ' delimited by size
                      function trim(ghGroup) delimited by size
                   into ctLabel
               move grHits(groupIdx) to ctCount
               write outLine from countLine after advancing 1 line
           end-perform.
           move 'TOTAL RECORDS EXTRACTED' to ctLabel.
           move extractCount to ctCount.
           write outLine from countLine after advancing 1 line.
           move extractHash to hlHash.
           write outLine from hashLine after advancing 1 line.
