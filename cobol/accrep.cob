    *>    inquiry access report: the inquiry screens and the batch
    *>    inquiry put every lookup on the access log through ACCLOG --
    *>    operator, date and time, program, and the number, lot, date
    *>    range or job searched -- and this program is the periodic
    *>    look at it. the month's rows (ACCREP_PERIOD_DD, yyyymm,
    *>    default the run date's own month) are listed three ways:
    *>      by operator -- each operator's lookups counted per program,
    *>      with how many touched something under investigation;
    *>      by department -- every lookup under the department whose
    *>      cards it showed, so "who looked at our lot" is one page.
    *>      a number belongs to the department of its master lot, a
    *>      lot to the department its prefix maps to on deptmst.dat;
    *>      a search on dates or a job alone shows no one
    *>      department's cards and is listed under (NO DEPT), and a
    *>      number not on the master or a prefix deptmst.dat doesn't
    *>      know under (UNKNOWN);
    *>      under investigation -- every lookup of a number whose
    *>      latest mstmnt.cob annotation on mstnote.dat says "under
    *>      investigation", or of a lot holding such a number, called
    *>      out in time order with the annotation beside it.
    *>    any call-out is raised on the console through ALERTWTR and
    *>    ends the run with return code 4.
       identification division.
       program-id. accrep.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    dynamic-assigned with environment overrides, same convention
    *>    as the rest of the tree.
       select accessFile assign to dynamic accessFileName
           organization is line sequential
           file status is fsAccess.
       select noteFile assign to dynamic noteFileName
           organization is line sequential
           file status is fsNote.
       select deptFile assign to dynamic deptFileName
           organization is line sequential
           file status is fsDept.
       select masterFile assign to dynamic masterFileName
           organization is indexed
           access mode is random
           record key is masterNum
           file status is fsMaster.
    *>    the month's rows with their department and flag worked out
    *>    once, so each section of the report is one sort of this file.
       select workFile assign to dynamic workFileName
           organization is line sequential
           file status is fsWork.
       select reportFile assign to dynamic reportFileName
           organization is line sequential
           file status is fsReport.
       select sortFile assign to "accrep-sortwk".

       data division.
       file section.
         fd accessFile.
             01 accessLine pic x(100).
         fd noteFile.
             01 noteLine pic x(80).
    *>    chargebk.cob's department master: only prefix and department
    *>    are wanted here.
         fd deptFile.
             01 deptRecord.
                 02 dmPrefix pic x(3).
                 02 filler pic x.
                 02 dmDept pic x(8).
                 02 filler pic x(68).
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
         fd workFile.
             01 workRecord.
                 02 wkDate pic 9(8).
                 02 wkTime pic 9(8).
                 02 wkOperator pic x(8).
                 02 wkProgram pic x(8).
                 02 wkDept pic x(9).
                 02 wkFlag pic x.
                 02 wkKey pic x(40).
                 02 wkNote pic x(40).
         fd reportFile.
             01 reportLine pic x(132).
         sd sortFile.
             01 sortRecord.
                 02 srDate pic 9(8).
                 02 srTime pic 9(8).
                 02 srOperator pic x(8).
                 02 srProgram pic x(8).
                 02 srDept pic x(9).
                 02 srFlag pic x.
                 02 srKey pic x(40).
                 02 srNote pic x(40).

       working-storage section.
           77 accessFileName pic x(99)
               value "./cobol/assets/acclog.dat".
           77 noteFileName pic x(99)
               value "./cobol/assets/mstnote.dat".
           77 deptFileName pic x(99)
               value "./cobol/assets/deptmst.dat".
           77 masterFileName pic x(99)
               value "./cobol/assets/classmst.dat".
           77 workFileName pic x(99) value "./accrep.wrk".
           77 reportFileName pic x(99) value "./accrep.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsAccess pic xx.
           77 fsNote pic xx.
           77 fsDept pic xx.
           77 fsMaster pic xx.
           77 fsWork pic xx.
           77 fsReport pic xx.
           77 eofFile pic 9.
           77 eofSort pic 9.
           77 masterAvailable pic 9 value zero.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
    *>    report month yyyymm: defaults to the run date's own month,
    *>    same override shape as slarep.cob's report period.
           77 reportPeriod pic 9(6).
           77 numvalCheck pic s9(4) usage is comp.
           77 rowPeriod pic 9(6).
           77 rowsRead pic 9(9) value zero.
           77 rowsListed pic 9(9) value zero.
           77 flaggedCount pic 9(9) value zero.
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
    *>    run's real code is put back after the call.
           77 rsProgram pic x(9) value 'ACCREP'.
           77 rsRc pic s9(4).
           77 awSeverity pic x.
           77 awMessage pic x(60).
    *>    prefix-to-department map off deptmst.dat, one entry per
    *>    prefix however many rate bands it carries.
           77 mapCount pic 9(4) value zero.
           77 mapIdx pic 9(4).
       01 mapTable.
           02 mapEntry occurs 100 times.
               03 mpPrefix pic x(3).
               03 mpDept pic x(8).
    *>    every number mstnote.dat annotates, with its latest note;
    *>    notes are appended newest last, so a later row overwrites.
           77 noteCount pic 9(5) value zero.
           77 noteIdx pic 9(5).
           77 notesDropped pic 9(9) value zero.
       01 noteTable.
           02 noteEntry occurs 5000 times.
               03 nlNum pic 9(10).
               03 nlText pic x(40).
               03 nlLot pic x(10).
               03 nlFlagged pic x.
           77 noteUpper pic x(40).
           77 investigationHits pic 9(4).
           77 flaggedNumbers pic 9(5) value zero.
       01 noteRecordIn.
           02 ntNum pic x(10).
           02 filler pic x.
           02 ntDate pic x(8).
           02 filler pic x.
           02 ntOperator pic x(8).
           02 filler pic x.
           02 ntText pic x(40).
           02 filler pic x(11).
    *>    ACCLOG's row layout.
       COPY accrec REPLACING ACCESS-RECORD BY accessRecord
                             ACCESS-DATE BY axDate
                             ACCESS-TIME BY axTime
                             ACCESS-OPERATOR BY axOperator
                             ACCESS-PROGRAM BY axProgram
                             ACCESS-NUM BY axNum
                             ACCESS-LOT BY axLot
                             ACCESS-FROM-DATE BY axFromDate
                             ACCESS-TO-DATE BY axToDate
                             ACCESS-JOB BY axJob.
           77 rowNum pic 9(10).
           77 rowLot pic x(10).
           77 keyPointer pic 9(3).
    *>    control-break holders for the by-operator and by-department
    *>    sections.
           77 thisOperator pic x(8).
           77 thisProgram pic x(8).
           77 thisDept pic x(9).
           77 programCount pic 9(7).
           77 programFlagged pic 9(7).
           77 operatorCount pic 9(7).
           77 operatorFlagged pic 9(7).
           77 deptCount pic 9(7).
           77 deptFlagged pic 9(7).
           77 sectionFirst pic 9.
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(22) value 'INQUIRY ACCESS REPORT'.
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
           02 filler pic x(9) value '  PERIOD '.
           02 riOutPeriod pic 9(6).
       01 blankLine.
           02 filler pic x value space.
       01 sectionLine.
           02 filler pic x value space.
           02 scTitle pic x(40).
       01 operatorHeadLine.
           02 filler pic x value space.
           02 filler pic x(9) value 'OPERATOR '.
           02 ohOperator pic x(8).
       01 programLine.
           02 filler pic x(3) value spaces.
           02 plProgram pic x(8).
           02 filler pic x(2) value spaces.
           02 plCount pic z(6)9.
           02 filler pic x(11) value ' LOOKUPS   '.
           02 plFlagged pic z(6)9.
           02 filler pic x(20) value ' UNDER INVESTIGATION'.
       01 operatorTotalLine.
           02 filler pic x(3) value spaces.
           02 filler pic x(8) value 'TOTAL   '.
           02 filler pic x(2) value spaces.
           02 otCount pic z(6)9.
           02 filler pic x(11) value ' LOOKUPS   '.
           02 otFlagged pic z(6)9.
           02 filler pic x(20) value ' UNDER INVESTIGATION'.
       01 deptHeadLine.
           02 filler pic x value space.
           02 filler pic x(11) value 'DEPARTMENT '.
           02 dhDept pic x(9).
       01 detailLine.
           02 filler pic x(3) value spaces.
           02 dlDate pic 9(8).
           02 filler pic x value space.
           02 dlTime pic 9(8).
           02 filler pic x value space.
           02 dlOperator pic x(8).
           02 filler pic x value space.
           02 dlProgram pic x(8).
           02 filler pic x value space.
           02 dlKey pic x(40).
           02 filler pic x value space.
           02 dlFlag pic x(2).
       01 deptTotalLine.
           02 filler pic x(3) value spaces.
           02 filler pic x(8) value 'LOOKUPS '.
           02 dtCount pic z(6)9.
           02 filler pic x(2) value spaces.
           02 dtFlagged pic z(6)9.
           02 filler pic x(20) value ' UNDER INVESTIGATION'.
       01 calloutLine.
           02 filler pic x(3) value spaces.
           02 clDate pic 9(8).
           02 filler pic x value space.
           02 clTime pic 9(8).
           02 filler pic x value space.
           02 clOperator pic x(8).
           02 filler pic x value space.
           02 clProgram pic x(8).
           02 filler pic x value space.
           02 clDept pic x(9).
           02 filler pic x value space.
           02 clKey pic x(40).
       01 calloutNoteLine.
           02 filler pic x(12) value spaces.
           02 filler pic x(6) value 'NOTE: '.
           02 cnNote pic x(40).
       01 noneLine.
           02 filler pic x(3) value spaces.
           02 filler pic x(4) value 'NONE'.
       01 footnoteLine.
           02 filler pic x value space.
           02 filler pic x(46) value
               '** UNDER INVESTIGATION ON MSTNOTE.DAT'.
       01 droppedLine.
           02 filler pic x value space.
           02 filler pic x(30) value '** NOTE TABLE FULL AT 5000, '.
           02 ndCount pic z(8)9.
           02 filler pic x(36) value
               ' NUMBERS NOT CHECKED FOR A FLAG'.
       01 summaryLine.
           02 filler pic x value space.
           02 smListed pic z(8)9.
           02 filler pic x(10) value ' LOOKUPS, '.
           02 smFlagged pic z(8)9.
           02 filler pic x(20) value ' UNDER INVESTIGATION'.

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           compute reportPeriod = function integer(riDate / 100).
           accept envOverride from environment "ACCLOG_DD".
           if envOverride is not equal to spaces
               move envOverride to accessFileName
           end-if.
           call 'RGNCHK' using accessFileName, runRegion.
           accept envOverride from environment "MSTNOTE_DD".
           if envOverride is not equal to spaces
               move envOverride to noteFileName
           end-if.
           call 'RGNCHK' using noteFileName, runRegion.
           accept envOverride from environment "DEPTMST_DD".
           if envOverride is not equal to spaces
               move envOverride to deptFileName
           end-if.
           call 'RGNCHK' using deptFileName, runRegion.
           accept envOverride from environment "CLASSMST_DD".
           if envOverride is not equal to spaces
               move envOverride to masterFileName
           end-if.
           call 'RGNCHK' using masterFileName, runRegion.
           accept envOverride from environment "ACCREP_WORK_DD".
           if envOverride is not equal to spaces
               move envOverride to workFileName
           end-if.
           call 'RGNCHK' using workFileName, runRegion.
           accept envOverride from environment "ACCREP_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
    *>    report month override: a bad value keeps the run date's
    *>    month, same graceful-default style as the other parameters.
           accept envOverride from environment "ACCREP_PERIOD_DD".
           if envOverride is not equal to spaces
               move function test-numval(envOverride) to numvalCheck
               if numvalCheck is equal to zero
                   move function numval(envOverride) to reportPeriod
               end-if
           end-if.
           open output reportFile.
           if fsReport is not equal to "00"
               display "FILE OPEN FAILURE, REPORT STATUS " fsReport
                   " FILE " function trim(reportFileName)
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
    *>    a missing master just means every number lookup is listed
    *>    under (UNKNOWN) and no lot can be flagged through it.
           open input masterFile.
           if fsMaster is equal to "00"
               move 1 to masterAvailable
           end-if.
           perform loadDeptMap.
           perform loadNotes.
           perform buildWorkFile.
           if masterAvailable is equal to 1
               close masterFile
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           move reportPeriod to riOutPeriod.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write reportLine from titleLine after advancing 0 lines.
           write reportLine from theUnderLine after advancing 1 line.
           write reportLine from runInfoLine after advancing 1 line.
           write reportLine from blankLine after advancing 1 line.
           move 'ACCESS BY OPERATOR' to scTitle.
           write reportLine from sectionLine after advancing 1 line.
           sort sortFile
               on ascending key srOperator srProgram srDate srTime
               using workFile
               output procedure is printByOperator.
           move 'ACCESS BY DEPARTMENT' to scTitle.
           write reportLine from sectionLine after advancing 2 lines.
           sort sortFile
               on ascending key srDept srDate srTime srOperator
               using workFile
               output procedure is printByDepartment.
           move 'LOOKUPS UNDER INVESTIGATION' to scTitle.
           write reportLine from sectionLine after advancing 2 lines.
           sort sortFile
               on ascending key srDate srTime srOperator
               using workFile
               output procedure is printCallouts.
           if notesDropped is greater than zero
               move notesDropped to ndCount
               write reportLine from droppedLine after advancing 2 lines
           end-if.
           move rowsListed to smListed.
           move flaggedCount to smFlagged.
           write reportLine from summaryLine after advancing 2 lines.
           close reportFile.
           display "ACCESS REPORT " reportPeriod ": " rowsListed
               " LOOKUPS, " flaggedCount " UNDER INVESTIGATION.".
    *>    a lookup of something under investigation is for the
    *>    supervisor to follow up, so it goes to the console too.
           if flaggedCount is greater than zero
               move 'W' to awSeverity
               move spaces to awMessage
               string "ACCESS REPORT: " flaggedCount
                      " LOOKUPS UNDER INVESTIGATION"
                      delimited by size into awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           perform recordRunStatus.
           goback.

       recordRunStatus.
           move return-code to rsRc.
           call 'RUNSTAT' using rsProgram, rsRc, rowsListed,
               flaggedCount.
           move rsRc to return-code.

       loadDeptMap.
           open input deptFile.
           if fsDept is not equal to "00"
               display "DEPARTMENT MASTER NOT AVAILABLE, STATUS "
                   fsDept " FILE " function trim(deptFileName)
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read deptFile
                   at end move 1 to eofFile
                   not at end perform addMapEntry
               end-read
           end-perform.
           close deptFile.

       addMapEntry.
           if dmPrefix is equal to spaces
               exit paragraph
           end-if.
           perform varying mapIdx from 1 by 1
                   until mapIdx is greater than mapCount
               if mpPrefix(mapIdx) is equal to dmPrefix
                   exit paragraph
               end-if
           end-perform.
           if mapCount is less than 100
               add 1 to mapCount
               move dmPrefix to mpPrefix(mapCount)
               move dmDept to mpDept(mapCount)
           end-if.

    *>    the latest annotation per number; once every note is in, a
    *>    number whose latest one says "under investigation" is
    *>    flagged and its master lot looked up for the lot check.
       loadNotes.
           open input noteFile.
           if fsNote is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read noteFile
                   at end move 1 to eofFile
                   not at end
                       move noteLine to noteRecordIn
                       if ntNum is numeric
                           perform addNoteEntry
                       end-if
               end-read
           end-perform.
           close noteFile.
           perform varying noteIdx from 1 by 1
                   until noteIdx is greater than noteCount
               move function upper-case(nlText(noteIdx)) to noteUpper
               move zero to investigationHits
               inspect noteUpper tallying investigationHits
                   for all 'UNDER INVESTIGATION'
               if investigationHits is greater than zero
                   move 'Y' to nlFlagged(noteIdx)
                   add 1 to flaggedNumbers
                   if masterAvailable is equal to 1
                       move nlNum(noteIdx) to masterNum
                       read masterFile
                           invalid key continue
                           not invalid key
                               move masterLot to nlLot(noteIdx)
                       end-read
                   end-if
               end-if
           end-perform.

       addNoteEntry.
           perform varying noteIdx from 1 by 1
                   until noteIdx is greater than noteCount
               if nlNum(noteIdx) is equal to ntNum
                   move ntText to nlText(noteIdx)
                   exit paragraph
               end-if
           end-perform.
           if noteCount is less than 5000
               add 1 to noteCount
               move ntNum to nlNum(noteCount)
               move ntText to nlText(noteCount)
               move spaces to nlLot(noteCount)
               move 'N' to nlFlagged(noteCount)
           else
               add 1 to notesDropped
           end-if.

    *>    one pass of the access log: the period's rows, each with the
    *>    department whose cards it showed and its flag, onto the work
    *>    file the three sections sort.
       buildWorkFile.
           open output workFile.
           if fsWork is not equal to "00"
               display "FILE OPEN FAILURE, WORK STATUS " fsWork
                   " FILE " function trim(workFileName)
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           open input accessFile.
           if fsAccess is not equal to "00"
               display "ACCESS LOG NOT AVAILABLE, STATUS " fsAccess
                   " FILE " function trim(accessFileName)
               close workFile
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read accessFile into accessRecord
                   at end move 1 to eofFile
                   not at end perform takeOneAccess
               end-read
           end-perform.
           close accessFile.
           close workFile.

       takeOneAccess.
           add 1 to rowsRead.
           if axDate is not numeric
               exit paragraph
           end-if.
           compute rowPeriod = function integer(axDate / 100).
           if rowPeriod is not equal to reportPeriod
               exit paragraph
           end-if.
           add 1 to rowsListed.
           move axDate to wkDate.
           if axTime is numeric
               move axTime to wkTime
           else
               move zero to wkTime
           end-if.
           move axOperator to wkOperator.
           move axProgram to wkProgram.
           move spaces to wkFlag.
           move spaces to wkNote.
           perform buildKeyText.
    *>    the department and flag: a number through its master lot, a
    *>    lot through its own prefix, dates or a job alone through
    *>    neither.
           move spaces to rowLot.
           if axNum is not equal to spaces
               move '(UNKNOWN)' to wkDept
               move function test-numval(axNum) to numvalCheck
               if numvalCheck is equal to zero
                   move function numval(axNum) to rowNum
                   perform numberFlag
                   if masterAvailable is equal to 1
                       move rowNum to masterNum
                       read masterFile
                           invalid key continue
                           not invalid key
                               move masterLot to rowLot
                       end-read
                   end-if
               end-if
               if rowLot is not equal to spaces
                   perform lotDepartment
               end-if
           else if axLot is not equal to spaces
               move axLot to rowLot
               perform lotDepartment
               perform lotFlag
           else
               move '(NO DEPT)' to wkDept
           end-if
           end-if.
           if wkFlag is not equal to spaces
               add 1 to flaggedCount
           end-if.
           write workRecord.

       buildKeyText.
           move spaces to wkKey.
           move 1 to keyPointer.
           if axNum is not equal to spaces
               string "NUM " function trim(axNum) " "
                      delimited by size into wkKey
                      with pointer keyPointer
           end-if.
           if axLot is not equal to spaces
               string "LOT " function trim(axLot) " "
                      delimited by size into wkKey
                      with pointer keyPointer
           end-if.
           if axFromDate is not equal to spaces
                   or axToDate is not equal to spaces
               string "DATES " axFromDate "-" axToDate " "
                      delimited by size into wkKey
                      with pointer keyPointer
           end-if.
           if axJob is not equal to spaces
               string "JOB " function trim(axJob)
                      delimited by size into wkKey
                      with pointer keyPointer
           end-if.

       lotDepartment.
           move '(UNKNOWN)' to wkDept.
           perform varying mapIdx from 1 by 1
                   until mapIdx is greater than mapCount
               if mpPrefix(mapIdx) is equal to rowLot(1:3)
                   move mpDept(mapIdx) to wkDept
                   exit paragraph
               end-if
           end-perform.

       numberFlag.
           perform varying noteIdx from 1 by 1
                   until noteIdx is greater than noteCount
               if nlNum(noteIdx) is equal to rowNum
                   if nlFlagged(noteIdx) is equal to 'Y'
                       move 'N' to wkFlag
                       move nlText(noteIdx) to wkNote
                   end-if
                   exit paragraph
               end-if
           end-perform.

       lotFlag.
           if flaggedNumbers is equal to zero
               exit paragraph
           end-if.
           perform varying noteIdx from 1 by 1
                   until noteIdx is greater than noteCount
               if nlFlagged(noteIdx) is equal to 'Y'
                       and nlLot(noteIdx) is equal to rowLot
                   move 'L' to wkFlag
                   move spaces to wkNote
                   string "NUM " nlNum(noteIdx) ": " nlText(noteIdx)
                          delimited by size into wkNote
                   exit paragraph
               end-if
           end-perform.

    *>    section one: a line per operator and program, and the
    *>    operator's total, breaking on each.
       printByOperator.
           move zero to eofSort.
           move 1 to sectionFirst.
           perform until eofSort is equal to 1
               return sortFile
                   at end move 1 to eofSort
                   not at end perform operatorOneRow
               end-return
           end-perform.
           if sectionFirst is equal to 1
               write reportLine from noneLine after advancing 1 line
           else
               perform programBreak
               perform operatorBreak
           end-if.

       operatorOneRow.
           if sectionFirst is equal to 1
               move 0 to sectionFirst
               perform operatorStart
           else if srOperator is not equal to thisOperator
               perform programBreak
               perform operatorBreak
               perform operatorStart
           else if srProgram is not equal to thisProgram
               perform programBreak
               move srProgram to thisProgram
           end-if
           end-if
           end-if.
           add 1 to programCount.
           add 1 to operatorCount.
           if srFlag is not equal to spaces
               add 1 to programFlagged
               add 1 to operatorFlagged
           end-if.

       operatorStart.
           move srOperator to thisOperator.
           move srProgram to thisProgram.
           move zero to operatorCount.
           move zero to operatorFlagged.
           move zero to programCount.
           move zero to programFlagged.
           move srOperator to ohOperator.
           write reportLine from operatorHeadLine after advancing 2 lines.

       programBreak.
           move thisProgram to plProgram.
           move programCount to plCount.
           move programFlagged to plFlagged.
           write reportLine from programLine after advancing 1 line.
           move zero to programCount.
           move zero to programFlagged.

       operatorBreak.
           move operatorCount to otCount.
           move operatorFlagged to otFlagged.
           write reportLine from operatorTotalLine after advancing 1 line.

    *>    section two: every lookup under its department, in time
    *>    order, and the department's total.
       printByDepartment.
           move zero to eofSort.
           move 1 to sectionFirst.
           perform until eofSort is equal to 1
               return sortFile
                   at end move 1 to eofSort
                   not at end perform departmentOneRow
               end-return
           end-perform.
           if sectionFirst is equal to 1
               write reportLine from noneLine after advancing 1 line
           else
               perform departmentBreak
               write reportLine from footnoteLine after advancing 2 lines
           end-if.

       departmentOneRow.
           if sectionFirst is equal to 1
               move 0 to sectionFirst
               perform departmentStart
           else if srDept is not equal to thisDept
               perform departmentBreak
               perform departmentStart
           end-if
           end-if.
           add 1 to deptCount.
           if srFlag is not equal to spaces
               add 1 to deptFlagged
           end-if.
           move srDate to dlDate.
           move srTime to dlTime.
           move srOperator to dlOperator.
           move srProgram to dlProgram.
           move srKey to dlKey.
           move spaces to dlFlag.
           if srFlag is not equal to spaces
               move '**' to dlFlag
           end-if.
           write reportLine from detailLine after advancing 1 line.

       departmentStart.
           move srDept to thisDept.
           move zero to deptCount.
           move zero to deptFlagged.
           move srDept to dhDept.
           write reportLine from deptHeadLine after advancing 2 lines.

       departmentBreak.
           move deptCount to dtCount.
           move deptFlagged to dtFlagged.
           write reportLine from deptTotalLine after advancing 1 line.

    *>    section three: the flagged lookups alone, in time order, with
    *>    the annotation that flagged them.
       printCallouts.
           move zero to eofSort.
           move 1 to sectionFirst.
           perform until eofSort is equal to 1
               return sortFile
                   at end move 1 to eofSort
                   not at end
                       if srFlag is not equal to spaces
                           move 0 to sectionFirst
                           move srDate to clDate
                           move srTime to clTime
                           move srOperator to clOperator
                           move srProgram to clProgram
                           move srDept to clDept
                           move srKey to clKey
                           write reportLine from calloutLine
                               after advancing 1 line
                           move srNote to cnNote
                           write reportLine from calloutNoteLine
                               after advancing 1 line
                       end-if
               end-return
           end-perform.
           if sectionFirst is equal to 1
               write reportLine from noneLine after advancing 1 line
           end-if.
