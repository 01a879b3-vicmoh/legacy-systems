    *>    classification master image copy: classmst.dat is updated in
    *>    place by mstupdt.cob, mstmnt.cob, mstpurge.cob and backout.cob
    *>    and had no backup of its own -- a crash leaving the indexed
    *>    file damaged mid-update had nothing to come back from. this
    *>    step unloads the whole master to a flat image file bracketed
    *>    by a header (when the copy was taken) and a trailer (record
    *>    count and key hash), proves the image back against its own
    *>    trailer, and keeps the previous good image one generation
    *>    behind it. mstrecov.cob rebuilds the master from the image
    *>    and rolls it forward.
       identification division.
       program-id. mstcopy.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    dynamic-assigned with environment overrides, same convention
    *>    as the rest of the tree.
       select masterFile assign to dynamic masterFileName
           organization is indexed
           access mode is dynamic
           record key is masterNum
           file status is fsMaster.
       select imageFile assign to dynamic imageFileName
           organization is line sequential
           file status is fsImage.
       select priorFile assign to dynamic priorFileName
           organization is line sequential
           file status is fsPrior.
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
         fd priorFile.
             01 priorLine pic x(100).
         fd registerFile.
             01 registerLine pic x(132).

       working-storage section.
           77 masterFileName pic x(99)
               value "./cobol/assets/classmst.dat".
           77 imageFileName pic x(99)
               value "./cobol/assets/classmst.img".
           77 priorFileName pic x(99)
               value "./cobol/assets/classmst.img.prior".
           77 registerFileName pic x(99) value "./mstcopy.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsMaster pic xx.
           77 fsImage pic xx.
           77 fsPrior pic xx.
           77 fsRegister pic xx.
           77 eofFile pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 riJobId pic x(8).
    *>    control totals: the number of records unloaded and a key
    *>    hash -- the allocation numbers summed, wrapped modulo 10**13
    *>    the same way the audit trailers wrap theirs -- so a rebuilt
    *>    master can be proven against the image it came from.
           77 copyCount pic 9(9) value zero.
           77 copyHash pic 9(13) value zero.
    *>    proving an image back: what its rows add up to against what
    *>    its own trailer claims.
           77 proveCount pic 9(9).
           77 proveHash pic 9(13).
           77 proveTrailerSeen pic 9.
           77 proveGood pic 9.
           77 proveDate pic 9(8).
           77 proveTime pic 9(8).
    *>    the standing image's result before it was moved aside, and
    *>    the new image's once written.
           77 oldImageGood pic 9 value zero.
           77 oldImageDate pic 9(8) value zero.
           77 oldImageTime pic 9(8) value zero.
           77 oldImageCount pic 9(9) value zero.
           77 oldImageHash pic 9(13) value zero.
           77 priorKept pic 9 value zero.
           77 newImageGood pic 9 value zero.
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
    *>    run's real code is put back after the call.
           77 rsProgram pic x(9) value 'MSTCOPY'.
           77 rsRc pic s9(4).
           77 rsRejects pic 9(9) value zero.
    *>    the image's data row: mstpurge.cob's archive record layout,
    *>    so the same plain-text shape serves both extracts. the header
    *>    and trailer rows are told apart by their leading marker.
       01 imageRecord.
           02 imNum pic 9(10).
           02 filler pic x value space.
           02 imClassification pic x(15).
           02 filler pic x value space.
           02 imFactor pic s9(10) sign is leading separate character.
           02 filler pic x value space.
           02 imLot pic x(10).
           02 filler pic x value space.
           02 imCardDate pic 9(8).
           02 filler pic x value space.
           02 imFirstDate pic 9(8).
           02 filler pic x value space.
           02 imFirstJob pic x(8).
           02 filler pic x value space.
           02 imLastDate pic 9(8).
           02 filler pic x value space.
           02 imLastJob pic x(8).
           02 filler pic x(6) value spaces.
       01 imageHeader.
           02 ihMarker pic x(8) value 'IMAGE   '.
           02 ihDate pic 9(8).
           02 filler pic x value space.
           02 ihTime pic 9(8).
           02 filler pic x value space.
           02 ihJob pic x(8).
           02 filler pic x(66) value spaces.
       01 imageTrailer.
           02 itMarker pic x(8) value 'TRAILER '.
           02 itCount pic 9(9).
           02 filler pic x(6) value ' HASH '.
           02 itHash pic 9(13).
           02 filler pic x(64) value spaces.
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(28) value 'MASTER IMAGE COPY REGISTER'.
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
       01 imageStampLine.
           02 filler pic x value space.
           02 isLabel pic x(16).
           02 isDate pic 9(8).
           02 filler pic x value space.
           02 isTime pic 9(8).
           02 filler pic x(10) value '  RECORDS '.
           02 isCount pic z(8)9.
           02 filler pic x(10) value '  KEY HASH'.
           02 filler pic x value space.
           02 isHash pic 9(13).
           02 filler pic x(2) value spaces.
           02 isVerdict pic x(20).
       01 noteLine.
           02 filler pic x value space.
           02 ntText pic x(70).

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
               move envOverride to imageFileName
           end-if.
           call 'RGNCHK' using imageFileName, runRegion.
           accept envOverride from environment "CLASSMST_PRIOR_DD".
           if envOverride is not equal to spaces
               move envOverride to priorFileName
           end-if.
           call 'RGNCHK' using priorFileName, runRegion.
           accept envOverride from environment "MSTCOPY_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to registerFileName
           end-if.
           call 'RGNCHK' using registerFileName, runRegion.

           open input masterFile.
           if fsMaster is not equal to "00"
               display "MASTER NOT AVAILABLE, STATUS " fsMaster
                   " FILE " function trim(masterFileName)
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.

    *>    the standing image only moves back a generation when it
    *>    proves out -- a torn copy from a failed night must never
    *>    push the last good one off the end.
           perform proveImage.
           if proveGood is equal to 1
               move 1 to oldImageGood
               move proveDate to oldImageDate
               move proveTime to oldImageTime
               move proveCount to oldImageCount
               move proveHash to oldImageHash
               perform keepPriorImage
           end-if.

           perform unloadMaster.
           close masterFile.
           if fsImage is not equal to "00"
               move 8 to return-code
               perform writeRegister
               perform recordRunStatus
               goback
           end-if.

           perform proveImage.
           if proveGood is equal to 1
                   and proveCount is equal to copyCount
                   and proveHash is equal to copyHash
               move 1 to newImageGood
           end-if.
           perform writeRegister.

           if newImageGood is not equal to 1
               display "IMAGE COPY DID NOT PROVE OUT: "
                   function trim(imageFileName)
               move 8 to return-code
           else if oldImageGood is not equal to 1
                   or priorKept is not equal to 1
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           end-if.
           display "IMAGE COPY COMPLETE: " copyCount " RECORDS, KEY "
               "HASH " copyHash ".".
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           call 'RUNSTAT' using rsProgram, rsRc, copyCount,
               rsRejects.
           move rsRc to return-code.

    *>    read an image end to end, summing its data rows, and hold it
    *>    good only when a trailer is there and agrees with them.
       proveImage.
           move zero to proveCount.
           move zero to proveHash.
           move zero to proveTrailerSeen.
           move zero to proveGood.
           move zero to proveDate.
           move zero to proveTime.
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
               move ihDate to proveDate
               move ihTime to proveTime
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

       keepPriorImage.
           open input imageFile.
           open output priorFile.
           if fsImage is not equal to "00"
                   or fsPrior is not equal to "00"
               display "PRIOR IMAGE NOT KEPT, STATUS " fsImage " "
                   fsPrior " FILE " function trim(priorFileName)
               close imageFile
               close priorFile
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read imageFile
                   at end move 1 to eofFile
                   not at end write priorLine from imageLine
               end-read
           end-perform.
           close imageFile.
           close priorFile.
           move 1 to priorKept.

    *>    the master in key order: header, one row per record, then
    *>    the trailer with the totals that prove the image later.
       unloadMaster.
           open output imageFile.
           if fsImage is not equal to "00"
               display "IMAGE OPEN FAILURE, STATUS " fsImage
                   " FILE " function trim(imageFileName)
               exit paragraph
           end-if.
           move riDate to ihDate.
           move riTime to ihTime.
           move riJobId to ihJob.
           write imageLine from imageHeader.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read masterFile next record
                   at end move 1 to eofFile
                   not at end perform unloadOneRecord
               end-read
           end-perform.
           move copyCount to itCount.
           move copyHash to itHash.
           write imageLine from imageTrailer.
           close imageFile.

       unloadOneRecord.
           move masterNum to imNum.
           move masterClassification to imClassification.
           move masterFactor to imFactor.
           move masterLot to imLot.
           move masterCardDate to imCardDate.
           move masterFirstDate to imFirstDate.
           move masterFirstJob to imFirstJob.
           move masterLastDate to imLastDate.
           move masterLastJob to imLastJob.
           write imageLine from imageRecord.
           add 1 to copyCount.
           compute copyHash = function mod(
               copyHash + masterNum, 10000000000000).

       writeRegister.
           open output registerFile.
           if fsRegister is not equal to "00"
               display "FILE OPEN FAILURE, REGISTER STATUS "
                   fsRegister " FILE " function trim(registerFileName)
               exit paragraph
           end-if.
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
           move 'NEW IMAGE TAKEN ' to isLabel.
           move riDate to isDate.
           move riTime to isTime.
           move copyCount to isCount.
           move copyHash to isHash.
           if newImageGood is equal to 1
               move 'PROVED' to isVerdict
           else
               move 'DID NOT PROVE OUT' to isVerdict
           end-if.
           write registerLine from imageStampLine
               after advancing 1 line.
           if oldImageGood is equal to 1
               move 'PRIOR IMAGE     ' to isLabel
               move oldImageDate to isDate
               move oldImageTime to isTime
               move oldImageCount to isCount
               move oldImageHash to isHash
               if priorKept is equal to 1
                   move 'KEPT' to isVerdict
               else
                   move 'NOT KEPT' to isVerdict
               end-if
               write registerLine from imageStampLine
                   after advancing 1 line
           else
               move 'NO GOOD PRIOR IMAGE -- STANDING PRIOR GENERATION LEFT'
                   & ' AS IT WAS' to ntText
               write registerLine from noteLine after advancing 1 line
           end-if.
           move spaces to ntText.
           string "IMAGE FILE " delimited by size
                  function trim(imageFileName) delimited by size
               into ntText.
           write registerLine from noteLine after advancing 2 lines.
           close registerFile.
