    *>    allocation-block maintenance: issueno.cob would issue any base
    *>    number the operator keyed as long as primes.seen hadn't used
    *>    it, so two departments could draw from the same
    *>    neighbourhood and nothing stopped a department's cards
    *>    carrying another department's numbers. each department now
    *>    owns one or more number blocks on allocblk.dat -- the same
    *>    file allocfc.cob forecasts exhaustion from -- and issuance,
    *>    the pre-edit and the classification run all hold numbers to
    *>    them through BLKCHK. this program is the one sanctioned way
    *>    the file gets touched: list, add a block, hand a block to
    *>    another department, delete a block -- every change on a
    *>    change log with date, time, operator and the old and new
    *>    values. no two blocks may overlap, whoever holds them. same
    *>    screen-section maintenance style and supervisor gate as
    *>    deptmnt.cob.
       identification division.
       program-id. blkmnt.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    same ALLOCBLK_DD override allocfc.cob and BLKCHK read by.
       select blockFile assign to dynamic blockFileName
           organization is line sequential
           file status is fsBlock.
    *>    the department master, read to confirm a block goes to a
    *>    department that exists.
       select deptFile assign to dynamic deptFileName
           organization is line sequential
           file status is fsDept.
    *>    append-only change log, separate from the file itself so the
    *>    record of a change survives the next change.
       select logFile assign to dynamic logFileName
           organization is line sequential
           file status is fsLogFile.

       data division.
       file section.
    *>    one record per block: the department code deptmst.dat
    *>    carries, the block's first and last full ten-digit number,
    *>    and the date the block was assigned.
         fd blockFile.
             01 blockRecord.
                 02 bmDept pic x(8).
                 02 filler pic x.
                 02 bmLow pic 9(10).
                 02 filler pic x.
                 02 bmHigh pic 9(10).
                 02 filler pic x.
                 02 bmAssigned pic x(8).
                 02 filler pic x(41).
         fd deptFile.
             01 deptRecord.
                 02 dmPrefix pic x(3).
                 02 filler pic x.
                 02 dmDept pic x(8).
                 02 filler pic x(68).
         fd logFile.
             01 logLine pic x(99).

       working-storage section.
           77 blockFileName pic x(99)
               value "./cobol/assets/allocblk.dat".
           77 deptFileName pic x(99)
               value "./cobol/assets/deptmst.dat".
           77 logFileName pic x(99) value "./cobol/assets/blkmnt.log".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsBlock pic xx.
           77 fsDept pic xx.
           77 fsLogFile pic xx.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
    *>    the operator making the changes, keyed once at startup and
    *>    stamped on every change-log row.
           77 changingOperator pic x(8) value spaces.
           77 menuChoice pic x value space.
    *>    a block decides whose cards pass: supervisor role required,
    *>    proven through AUTHCHK before the menu opens.
           77 gatePassword pic x(8) value spaces.
           77 gateRequiredRole pic x value 'S'.
           77 gateResult pic x.
    *>    in-memory copy of the blocks, kept in low-number order and
    *>    written back whole after every change, the same
    *>    rewrite-the-whole-file approach deptmnt.cob takes.
           77 blockCount pic 9(4) value zero.
           77 blockIdx pic 9(4).
           77 foundIdx pic 9(4).
           77 insertIdx pic 9(4).
           77 shiftIdx pic 9(4).
       01 blockTable.
           02 blockEntry occurs 200 times.
               03 btDept pic x(8).
               03 btLow pic 9(10).
               03 btHigh pic 9(10).
               03 btAssigned pic x(8).
    *>    the department codes on file, for the add and change edits;
    *>    with no department master on disk the edit stays off.
           77 deptCount pic 9(4) value zero.
           77 deptIdx pic 9(4).
           77 deptKnown pic 9.
       01 deptTable.
           02 deptEntry occurs 500 times.
               03 dtCode pic x(8).
    *>    entry form fields, validated before anything is written.
           77 entryDept pic x(8) value spaces.
           77 entryLow pic x(10) value spaces.
           77 entryHigh pic x(10) value spaces.
           77 entryOk pic 9.
           77 workLow pic 9(10).
           77 workHigh pic 9(10).
           77 overlapDept pic x(8).
       01 logRecord.
           02 lgDate pic 9(8).
           02 filler pic x value space.
           02 lgTime pic 9(8).
           02 filler pic x value space.
           02 lgOperator pic x(8).
           02 filler pic x value space.
           02 lgAction pic x(8).
           02 filler pic x value space.
           02 lgLow pic 9(10).
           02 filler pic x value space.
           02 lgHigh pic 9(10).
           02 filler pic x(5) value ' OLD '.
           02 lgOldDept pic x(8).
           02 filler pic x(5) value ' NEW '.
           02 lgNewDept pic x(8).

       linkage section.
       screen section.
    *>    same screen-section style deptmnt.cob already uses.
       01 operatorScreen.
           02 blank screen.
           02 line 1 column 1 value "ALLOCATION BLOCK MAINTENANCE".
           02 line 3 column 1 value "YOUR OPERATOR ID: ".
           02 line 3 column 19 pic x(8) using changingOperator.
       01 entryScreen.
           02 line 10 column 1 value "DEPARTMENT CODE:      ".
           02 line 10 column 23 pic x(8) using entryDept.
           02 line 11 column 1 value "FIRST NUMBER:         ".
           02 line 11 column 23 pic x(10) using entryLow.
           02 line 12 column 1 value "LAST NUMBER:          ".
           02 line 12 column 23 pic x(10) using entryHigh.
       01 deptScreen.
           02 line 10 column 1 value "BLOCK FIRST NUMBER:   ".
           02 line 10 column 23 pic x(10) using entryLow.
           02 line 11 column 1 value "NEW DEPARTMENT CODE:  ".
           02 line 11 column 23 pic x(8) using entryDept.
       01 deleteScreen.
           02 line 10 column 1 value "BLOCK FIRST NUMBER:   ".
           02 line 10 column 23 pic x(10) using entryLow.

       procedure division.
       main-routine section.
       main-para.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept envOverride from environment "ALLOCBLK_DD".
           if envOverride is not equal to spaces
               move envOverride to blockFileName
           end-if.
           call 'RGNCHK' using blockFileName, runRegion.
           accept envOverride from environment "DEPTMST_DD".
           if envOverride is not equal to spaces
               move envOverride to deptFileName
           end-if.
           call 'RGNCHK' using deptFileName, runRegion.
           accept envOverride from environment "BLKMNT_LOG_DD".
           if envOverride is not equal to spaces
               move envOverride to logFileName
           end-if.
           call 'RGNCHK' using logFileName, runRegion.
           display operatorScreen.
           accept operatorScreen.
           if changingOperator is equal to spaces
               move "OPERATOR" to changingOperator
           end-if.
           display "Your password: ".
           accept gatePassword.
           call 'AUTHCHK' using changingOperator, gatePassword,
               gateRequiredRole, gateResult.
           if gateResult is not equal to 'Y'
               display "ACCESS DENIED. ALLOCATION BLOCK MAINTENANCE "
                   "REQUIRES A SUPERVISOR SIGNON."
               move 8 to return-code
               goback
           end-if.
           perform loadBlockTable.
           perform loadDeptCodes.
           perform until menuChoice is equal to "x"
                   or menuChoice is equal to "X"
               display " "
               display "-------------------------------------------------"
               display "ALLOCATION BLOCK MAINTENANCE (" blockCount
                   " BLOCKS)"
               display "l -> List blocks."
               display "a -> Add a block."
               display "c -> Give a block to another department."
               display "d -> Delete a block."
               display "x -> Exit."
               display "-------------------------------------------------"
               display "enter an option:"
               accept menuChoice
               if menuChoice is equal to "l" or menuChoice is equal to "L"
                   perform listBlocks
               else if menuChoice is equal to "a"
                       or menuChoice is equal to "A"
                   perform addBlock
               else if menuChoice is equal to "c"
                       or menuChoice is equal to "C"
                   perform changeBlockDept
               else if menuChoice is equal to "d"
                       or menuChoice is equal to "D"
                   perform deleteBlock
               else if menuChoice is not equal to "x" and
                       menuChoice is not equal to "X"
                   display "INVALID OPTION, TRY AGAIN."
               end-if
           end-perform.
           display "Terminating program...".
           display "Good bye.".
           goback.

       loadBlockTable.
           open input blockFile.
           if fsBlock is equal to "00"
               perform until fsBlock is not equal to "00"
                       or blockCount is equal to 200
                   read blockFile
                       at end
                           move "10" to fsBlock
                       not at end
                           if bmDept is not equal to spaces
                                   and bmLow is numeric
                                   and bmHigh is numeric
                               move bmDept to entryDept
                               move bmLow to workLow
                               move bmHigh to workHigh
                               perform insertBlockEntry
                               move bmAssigned to btAssigned(insertIdx)
                           end-if
                   end-read
               end-perform
               close blockFile
           else
               display "NO ALLOCATION BLOCKS YET, STARTING A BLOCK FILE "
                   "AT " function trim(blockFileName)
           end-if.

       loadDeptCodes.
           open input deptFile.
           if fsDept is equal to "00"
               perform until fsDept is not equal to "00"
                   read deptFile
                       at end
                           move "10" to fsDept
                       not at end
                           if dmDept is not equal to spaces
                               move dmDept to entryDept
                               perform findDeptCode
                               if deptKnown is equal to zero
                                       and deptCount is less than 500
                                   add 1 to deptCount
                                   move dmDept to dtCode(deptCount)
                               end-if
                           end-if
                   end-read
               end-perform
               close deptFile
           end-if.
           move spaces to entryDept.

       findDeptCode.
           move zero to deptKnown.
           perform varying deptIdx from 1 by 1
                   until deptIdx is greater than deptCount
               if dtCode(deptIdx) is equal to entryDept
                   move 1 to deptKnown
                   exit perform
               end-if
           end-perform.

       listBlocks.
           display " ".
           display "ALLOCATION BLOCKS:".
           display "DEPT     FIRST      LAST       ASSIGNED".
           perform varying blockIdx from 1 by 1
                   until blockIdx is greater than blockCount
               display btDept(blockIdx) " " btLow(blockIdx) " "
                   btHigh(blockIdx) " " btAssigned(blockIdx)
           end-perform.
           if blockCount is equal to zero
               display "  (NONE)"
           end-if.

    *>    the block whose first number was keyed, if there is one.
       findBlock.
           move zero to foundIdx.
           perform varying blockIdx from 1 by 1
                   until blockIdx is greater than blockCount
               if btLow(blockIdx) is equal to workLow
                   move blockIdx to foundIdx
                   exit perform
               end-if
           end-perform.

    *>    slot a block in low-number order.
       insertBlockEntry.
           compute insertIdx = blockCount + 1.
           perform varying blockIdx from 1 by 1
                   until blockIdx is greater than blockCount
               if btLow(blockIdx) is greater than workLow
                   move blockIdx to insertIdx
                   exit perform
               end-if
           end-perform.
           perform varying shiftIdx from blockCount by -1
                   until shiftIdx is less than insertIdx
               move blockEntry(shiftIdx) to blockEntry(shiftIdx + 1)
           end-perform.
           add 1 to blockCount.
           move entryDept to btDept(insertIdx).
           move workLow to btLow(insertIdx).
           move workHigh to btHigh(insertIdx).
           move spaces to btAssigned(insertIdx).

    *>    both ends ten-digit numbers, first not past last, and no part
    *>    of the range already held by any block.
       validateBlock.
           move 1 to entryOk.
           if entryLow is not numeric or entryHigh is not numeric
               display "FIRST AND LAST MUST BE TEN-DIGIT NUMBERS."
               move zero to entryOk
               exit paragraph
           end-if.
           move entryLow to workLow.
           move entryHigh to workHigh.
           if workLow is greater than workHigh
               display "FIRST NUMBER IS PAST THE LAST."
               move zero to entryOk
               exit paragraph
           end-if.
           move spaces to overlapDept.
           perform varying blockIdx from 1 by 1
                   until blockIdx is greater than blockCount
               if workLow is not greater than btHigh(blockIdx)
                       and workHigh is not less than btLow(blockIdx)
                   move btDept(blockIdx) to overlapDept
                   exit perform
               end-if
           end-perform.
           if overlapDept is not equal to spaces
               display "RANGE OVERLAPS A BLOCK HELD BY " overlapDept
                   " (" btLow(blockIdx) "-" btHigh(blockIdx) ")."
               move zero to entryOk
           end-if.

       validateDept.
           if entryDept is equal to spaces
               display "DEPARTMENT CODE REQUIRED."
               move zero to entryOk
               exit paragraph
           end-if.
           if deptCount is greater than zero
               perform findDeptCode
               if deptKnown is equal to zero
                   display "DEPARTMENT " entryDept
                       " NOT ON THE DEPARTMENT MASTER."
                   move zero to entryOk
               end-if
           end-if.

       addBlock.
           move spaces to entryDept.
           move spaces to entryLow.
           move spaces to entryHigh.
           display entryScreen.
           accept entryScreen.
           perform validateBlock.
           if entryOk is equal to 1
               perform validateDept
           end-if.
           if entryOk is not equal to 1
               display "NOTHING ADDED."
               exit paragraph
           end-if.
           if blockCount is equal to 200
               display "BLOCK TABLE FULL AT 200, NOTHING ADDED."
               exit paragraph
           end-if.
           perform insertBlockEntry.
           move riDate to btAssigned(insertIdx).
           perform rewriteBlockFile.
           move "ADD     " to lgAction.
           move spaces to lgOldDept.
           move entryDept to lgNewDept.
           perform writeLogRow.
           display "BLOCK " workLow "-" workHigh " ASSIGNED TO "
               entryDept.

    *>    a block changes hands whole; numbers already issued from it
    *>    go with it.
       changeBlockDept.
           move spaces to entryLow.
           move spaces to entryDept.
           display deptScreen.
           accept deptScreen.
           if entryLow is not numeric
               display "BLOCK FIRST NUMBER MUST BE TEN DIGITS, NOTHING "
                   "CHANGED."
               exit paragraph
           end-if.
           move entryLow to workLow.
           perform findBlock.
           if foundIdx is equal to zero
               display "NO BLOCK STARTS AT " workLow ", NOTHING CHANGED."
               exit paragraph
           end-if.
           move 1 to entryOk.
           perform validateDept.
           if entryOk is not equal to 1
               display "NOTHING CHANGED."
               exit paragraph
           end-if.
           move btDept(foundIdx) to lgOldDept.
           move btHigh(foundIdx) to workHigh.
           move entryDept to btDept(foundIdx).
           move riDate to btAssigned(foundIdx).
           perform rewriteBlockFile.
           move "CHANGE  " to lgAction.
           move entryDept to lgNewDept.
           perform writeLogRow.
           display "BLOCK " workLow "-" workHigh " NOW HELD BY "
               entryDept.

       deleteBlock.
           move spaces to entryLow.
           display deleteScreen.
           accept deleteScreen.
           if entryLow is not numeric
               display "BLOCK FIRST NUMBER MUST BE TEN DIGITS, NOTHING "
                   "DELETED."
               exit paragraph
           end-if.
           move entryLow to workLow.
           perform findBlock.
           if foundIdx is equal to zero
               display "NO BLOCK STARTS AT " workLow ", NOTHING DELETED."
               exit paragraph
           end-if.
           move btDept(foundIdx) to lgOldDept.
           move btHigh(foundIdx) to workHigh.
           perform varying shiftIdx from foundIdx by 1
                   until shiftIdx is not less than blockCount
               move blockEntry(shiftIdx + 1) to blockEntry(shiftIdx)
           end-perform.
           subtract 1 from blockCount.
           perform rewriteBlockFile.
           move "DELETE  " to lgAction.
           move spaces to lgNewDept.
           perform writeLogRow.
           display "BLOCK " workLow "-" workHigh " DELETED.".

    *>    the whole table is written back after every change, same as
    *>    deptmnt.cob, so a session cut short mid-menu still leaves a
    *>    complete file on disk rather than a half-applied edit.
       rewriteBlockFile.
           open output blockFile.
           if fsBlock is not equal to "00"
               display "BLOCK FILE WRITE FAILURE, STATUS " fsBlock
                   " FILE " function trim(blockFileName)
           else
               perform varying blockIdx from 1 by 1
                       until blockIdx is greater than blockCount
                   move spaces to blockRecord
                   move btDept(blockIdx) to bmDept
                   move btLow(blockIdx) to bmLow
                   move btHigh(blockIdx) to bmHigh
                   move btAssigned(blockIdx) to bmAssigned
                   write blockRecord
               end-perform
               close blockFile
           end-if.

    *>    append-only, same open-extend-else-output shape as the audit
    *>    logs.
       writeLogRow.
           open extend logFile.
           if fsLogFile is not equal to "00"
               open output logFile
           end-if.
           if fsLogFile is not equal to "00"
               display "CHANGE LOG WRITE FAILURE, STATUS " fsLogFile
                   " FILE " function trim(logFileName)
           else
               move riDate to lgDate
               move riTime to lgTime
               move changingOperator to lgOperator
               move workLow to lgLow
               move workHigh to lgHigh
               write logLine from logRecord
               close logFile
           end-if.
