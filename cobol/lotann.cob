    *>    inbound lot pre-registration feed: until now every lot on
    *>    lotreg.dat was keyed at lotreg.cob's screen from the e-mails
    *>    the sending departments send, and a transcription slip there
    *>    is exactly the "lot not registered" reject primes2.cob prints
    *>    the night the cards arrive. departments can now transmit
    *>    their lot announcements as a fixed-format file instead, and
    *>    this program loads it:
    *>      - the transmission has to be whole: a header naming the
    *>        sending department, the announcements, and a trailer
    *>        whose count agrees. a file that is short, or whose
    *>        trailer is missing or wrong, is turned away entire and
    *>        nothing on it is applied.
    *>      - each announcement is validated the way lotreg.cob
    *>        validates a keyed one (numeric expected count, real
    *>        calendar window, end not before start, an optional number
    *>        range low-to-high), and against deptmst.dat: the lot
    *>        id's prefix has to belong to the announcing department,
    *>        and a department only announces its own lots.
    *>      - a new lot is added as registered. a lot already on file
    *>        for the same department is changed to what the
    *>        announcement says, but only while it is still registered
    *>        -- once cards are in under it, or it is closed or
    *>        cancelled, the change is refused and the department has
    *>        to go through the supervisor at lotreg.cob.
    *>    the sender gets an acknowledgment file back, one record per
    *>    announcement, accepted or rejected with the reason, and every
    *>    change lands on lotreg.cob's change log, stamped with the
    *>    sending department, the same as a change keyed at the screen.
    *>    both are written only once the registration file has been:
    *>    a rewrite that fails acknowledges every announcement as
    *>    rejected and logs nothing, since nothing was registered.
    *>    the registration file is read and rewritten under the
    *>    FILELOCK enqueue lotreg.cob and lotstat.cob take; a file
    *>    another program holds refuses the transmission whole, to be
    *>    run again.
    *>
    *>    the transmission's record shapes:
    *>      LHDR sender department(8) date(8)
    *>      LANN lot id(10) department(8) expected count(9)
    *>           window start(8) window end(8) range low(10, optional)
    *>           range high(10, optional)
    *>      LTRL announcement count(9)
    *>    and the acknowledgment's:
    *>      LAKH sender department(8) date(8) time(8)
    *>      LACK lot id(10) A accepted / R rejected, action(8) ADDED,
    *>           CHANGED, NOCHANGE or REJECTED,
    *>           reason(30)
    *>      LAKT accepted count(9) rejected count(9)
       identification division.
       program-id. lotann.

       environment division.
       configuration section.
       input-output section.
       file-control.
    *>    same DYNAMIC/env-override convention as the rest of the tree;
    *>    the registration file and change log are lotreg.cob's own.
       select feedFile assign to dynamic feedFileName
           organization is line sequential
           file status is fsFeed.
       select ackFile assign to dynamic ackFileName
           organization is line sequential
           file status is fsAck.
       select lotregFile assign to dynamic lotregFileName
           organization is line sequential
           file status is fsLotreg.
       select logFile assign to dynamic logFileName
           organization is line sequential
           file status is fsLogFile.
       select deptFile assign to dynamic deptFileName
           organization is line sequential
           file status is fsDept.

       data division.
       file section.
         fd feedFile.
             01 feedRecord.
                 02 fdType pic x(4).
                 02 filler pic x.
                 02 fdBody pic x(75).
    *>    the announcement itself, laid over the record body.
             01 announceRecord.
                 02 filler pic x(5).
                 02 anLotId pic x(10).
                 02 filler pic x.
                 02 anDept pic x(8).
                 02 filler pic x.
                 02 anExpected pic x(9).
                 02 filler pic x.
                 02 anWindowStart pic x(8).
                 02 filler pic x.
                 02 anWindowEnd pic x(8).
                 02 filler pic x.
                 02 anRangeLow pic x(10).
                 02 filler pic x.
                 02 anRangeHigh pic x(10).
                 02 filler pic x(6).
             01 feedHeaderRecord.
                 02 filler pic x(5).
                 02 fhSender pic x(8).
                 02 filler pic x.
                 02 fhDate pic x(8).
                 02 filler pic x(58).
             01 feedTrailerRecord.
                 02 filler pic x(5).
                 02 ftCount pic x(9).
                 02 filler pic x(66).
         fd ackFile.
             01 ackLine pic x(80).
    *>    lotreg.cob's registration record, byte for byte.
         fd lotregFile.
             01 lotregRecord.
                 02 lrLotId pic x(10).
                 02 filler pic x.
                 02 lrDept pic x(8).
                 02 filler pic x.
                 02 lrExpected pic 9(9).
                 02 filler pic x.
                 02 lrWindowStart pic 9(8).
                 02 filler pic x.
                 02 lrWindowEnd pic 9(8).
                 02 filler pic x.
                 02 lrRangeLow pic x(10).
                 02 filler pic x.
                 02 lrRangeHigh pic x(10).
                 02 filler pic x.
                 02 lrStatus pic x.
                 02 filler pic x.
                 02 lrClosedDate pic x(8).
                 02 filler pic x.
                 02 lrPriority pic x.
         fd logFile.
             01 logLine pic x(99).
    *>    deptmnt.cob's department record; only prefix and code matter.
         fd deptFile.
             01 deptRecord.
                 02 dmPrefix pic x(3).
                 02 filler pic x.
                 02 dmDept pic x(8).
                 02 filler pic x(68).

       working-storage section.
           77 feedFileName pic x(99) value "./cobol/assets/lotann.dat".
           77 ackFileName pic x(99) value "./lotann.ack".
           77 lotregFileName pic x(99)
               value "./cobol/assets/lotreg.dat".
           77 logFileName pic x(99) value "./cobol/assets/lotreg.log".
           77 deptFileName pic x(99)
               value "./cobol/assets/deptmst.dat".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsFeed pic xx.
           77 fsAck pic xx.
           77 fsLotreg pic xx.
           77 fsLogFile pic xx.
           77 fsDept pic xx.
           77 eofFile pic 9.
           77 riDate pic 9(8).
           77 riTime pic 9(8).
           77 numvalCheck pic s9(4) usage is comp.
    *>    the transmission's control figures, proven on a first pass
    *>    before anything on it is applied.
           77 senderDept pic x(8) value spaces.
           77 headerCount pic 9(4) value zero.
           77 trailerCount pic 9(4) value zero.
           77 trailerAnnounced pic 9(9) value zero.
           77 announceCount pic 9(9) value zero.
           77 strayCount pic 9(9) value zero.
           77 feedFault pic x(40) value spaces.
           77 acceptedCount pic 9(9) value zero.
           77 rejectedCount pic 9(9) value zero.
           77 addedCount pic 9(9) value zero.
           77 changedCount pic 9(9) value zero.
           77 regChanged pic 9 value zero.
           77 lkAction pic x.
           77 lkResource pic x(40) value 'LOTREG'.
           77 lkResult pic x.
    *>    each announcement's outcome, held until the registration
    *>    file is written; the acknowledgment and the change log are
    *>    made from it afterwards. a transmission with more
    *>    announcements than it holds is refused on the first pass.
           77 ackBufCount pic 9(4) value zero.
           77 ackBufIdx pic 9(4).
       01 ackBuffer.
           02 ackBufEntry occurs 1000 times.
               03 abLotId pic x(10).
               03 abStatus pic x.
               03 abAction pic x(8).
               03 abReason pic x(30).
    *>    in-memory copy of the registration file, the same table
    *>    lotreg.cob keeps and the same 200-lot ceiling, so whatever
    *>    this program writes the screen can still read.
           77 regCount pic 9(4) value zero.
           77 regIdx pic 9(4).
           77 foundIdx pic 9(4).
       01 regTable.
           02 regEntry occurs 200 times.
               03 regTableLotId pic x(10).
               03 regTableDept pic x(8).
               03 regTableExpected pic 9(9).
               03 regTableWindowStart pic 9(8).
               03 regTableWindowEnd pic 9(8).
               03 regTableRangeLow pic 9(10).
               03 regTableRangeHigh pic 9(10).
               03 regTableStatus pic x.
               03 regTableClosedDate pic x(8).
               03 regTablePriority pic x.
    *>    department prefix map off deptmst.dat; one record per prefix
    *>    per rate effective date, the prefix kept once, the same way
    *>    burst.cob and BLKCHK build it.
           77 mapCount pic 9(4) value zero.
           77 mapIdx pic 9(4).
           77 prefixOwner pic x(8).
       01 prefixMap.
           02 mapEntry occurs 500 times.
               03 mpPrefix pic x(3).
               03 mpDept pic x(8).
    *>    one announcement validated: the reason it was refused, or
    *>    spaces, and the values it carries.
           77 rejectReason pic x(30).
           77 ackAction pic x(8).
           77 workExpected pic 9(9).
           77 workWindowStart pic 9(8).
           77 workWindowEnd pic 9(8).
           77 workRangeLow pic 9(10).
           77 workRangeHigh pic 9(10).
    *>    calendar edits on the window dates, the same month/day/leap
    *>    checks lotreg.cob applies at the screen.
       01 dtWork.
           02 dtDate pic 9(8).
       01 dtWorkRedef redefines dtWork.
           02 dtYear pic 9(4).
           02 dtMonth pic 99.
           02 dtDay pic 99.
           77 dtValid pic 9.
           77 dtMaxDay pic 99.
           77 dtLeapRem pic 9(4).
    *>    lotreg.cob's change-log row.
       01 logRecord.
           02 lgDate pic 9(8).
           02 filler pic x value space.
           02 lgTime pic 9(8).
           02 filler pic x value space.
           02 lgOperator pic x(8).
           02 filler pic x value space.
           02 lgAction pic x(8).
           02 filler pic x value space.
           02 lgTarget pic x(10).
           02 filler pic x(33) value spaces.
       01 ackHeaderRecord.
           02 filler pic x(5) value 'LAKH '.
           02 ahSender pic x(8).
           02 filler pic x value space.
           02 ahDate pic 9(8).
           02 filler pic x value space.
           02 ahTime pic 9(8).
           02 filler pic x(49) value spaces.
       01 ackDetailRecord.
           02 filler pic x(5) value 'LACK '.
           02 adLotId pic x(10).
           02 filler pic x value space.
           02 adStatus pic x.
           02 filler pic x value space.
           02 adAction pic x(8).
           02 filler pic x value space.
           02 adReason pic x(30).
           02 filler pic x(23) value spaces.
       01 ackTrailerRecord.
           02 filler pic x(5) value 'LAKT '.
           02 atAccepted pic 9(9).
           02 filler pic x value space.
           02 atRejected pic 9(9).
           02 filler pic x(56) value spaces.
    *>    completion record for the console status board, written
    *>    through the shared RUNSTAT subprogram at end of run; the
    *>    subprogram's GOBACK hands its own RETURN-CODE back, so the
    *>    run's real code is put back after the call.
           77 rsProgram pic x(9) value 'LOTANN'.
           77 rsRc pic s9(4).
           77 awSeverity pic x.
           77 awMessage pic x(60).

       procedure division.
           accept riDate from date yyyymmdd.
           accept riTime from time.
           accept envOverride from environment "LOTANN_DD".
           if envOverride is not equal to spaces
               move envOverride to feedFileName
           end-if.
           call 'RGNCHK' using feedFileName, runRegion.
           accept envOverride from environment "LOTANN_ACK_DD".
           if envOverride is not equal to spaces
               move envOverride to ackFileName
           end-if.
           call 'RGNCHK' using ackFileName, runRegion.
           accept envOverride from environment "LOTREG_DD".
           if envOverride is not equal to spaces
               move envOverride to lotregFileName
           end-if.
           call 'RGNCHK' using lotregFileName, runRegion.
           accept envOverride from environment "LOTREG_LOG_DD".
           if envOverride is not equal to spaces
               move envOverride to logFileName
           end-if.
           call 'RGNCHK' using logFileName, runRegion.
           accept envOverride from environment "DEPTMST_DD".
           if envOverride is not equal to spaces
               move envOverride to deptFileName
           end-if.
           call 'RGNCHK' using deptFileName, runRegion.

           perform proveTransmission.
           if fsFeed is not equal to "00"
               display "ANNOUNCEMENT FILE NOT AVAILABLE, STATUS " fsFeed
                   " FILE " function trim(feedFileName)
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           open output ackFile.
           if fsAck is not equal to "00"
               display "FILE OPEN FAILURE, ACKNOWLEDGMENT STATUS " fsAck
                   " FILE " function trim(ackFileName)
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           move senderDept to ahSender.
           move riDate to ahDate.
           move riTime to ahTime.
           write ackLine from ackHeaderRecord.
           if feedFault is equal to spaces
               move 'L' to lkAction
               call 'FILELOCK' using lkAction, lkResource, lkResult
               if lkResult is equal to 'B'
                   move 'REGISTRATION FILE BUSY' to feedFault
               end-if
           end-if.

    *>    a transmission that doesn't prove out, or that finds the
    *>    registration file held, is acknowledged as one rejection and
    *>    goes no further: the department resends it, or the step is
    *>    run again.
           if feedFault is not equal to spaces
               move spaces to adLotId
               move 'R' to adStatus
               move 'FILE' to adAction
               move feedFault to adReason
               write ackLine from ackDetailRecord
               move zero to atAccepted
               move announceCount to atRejected
               write ackLine from ackTrailerRecord
               close ackFile
               display "ANNOUNCEMENT FILE FROM " senderDept " REFUSED: "
                   function trim(feedFault) ". NOTHING APPLIED."
               move 'C' to awSeverity
               move spaces to awMessage
               string "LOT FEED FROM " function trim(senderDept)
                      " REFUSED: " function trim(feedFault)
                      delimited by size into awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.

           perform loadPrefixMap.
           perform loadRegTable.
           open input feedFile.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read feedFile
                   at end move 1 to eofFile
                   not at end
                       if fdType is equal to 'LANN'
                           perform applyOneAnnouncement
                       end-if
               end-read
           end-perform.
           close feedFile.
           if regChanged is equal to 1
               perform rewriteRegFile
           end-if.
           move 'U' to lkAction.
           call 'FILELOCK' using lkAction, lkResource, lkResult.
           if fsLotreg is not equal to "00"
               move zero to acceptedCount
               move zero to addedCount
               move zero to changedCount
               move announceCount to rejectedCount
           end-if.
           perform varying ackBufIdx from 1 by 1
                   until ackBufIdx is greater than ackBufCount
               perform writeOneAcknowledgment
           end-perform.
           move acceptedCount to atAccepted.
           move rejectedCount to atRejected.
           write ackLine from ackTrailerRecord.
           close ackFile.
           display "LOT ANNOUNCEMENTS FROM " senderDept ": "
               announceCount " RECEIVED, " addedCount " ADDED, "
               changedCount " CHANGED, " rejectedCount " REJECTED.".
           if fsLotreg is not equal to "00"
               move 'C' to awSeverity
               move "LOT REGISTRATION FILE NOT WRITTEN, FEED NOT APPLIED"
                   to awMessage
               call 'ALERTWTR' using rsProgram, awSeverity, awMessage
               move 8 to return-code
           else if rejectedCount is greater than zero
               move 'W' to awSeverity
               move spaces to awMessage
               string "LOT FEED FROM " function trim(senderDept) ": "
                      rejectedCount " ANNOUNCEMENTS REJECTED"
                      delimited by size into awMessage
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
           call 'RUNSTAT' using rsProgram, rsRc, acceptedCount,
               rejectedCount.
           move rsRc to return-code.

    *>    first pass: one header first, one trailer last, the trailer's
    *>    count equal to the announcements between them, and nothing
    *>    else on the file.
       proveTransmission.
           open input feedFile.
           if fsFeed is not equal to "00"
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read feedFile
                   at end move 1 to eofFile
                   not at end
                       evaluate fdType
                           when 'LHDR'
                               add 1 to headerCount
                               if headerCount is equal to 1
                                       and announceCount is equal to 0
                                   move fhSender to senderDept
                               else
                                   add 1 to strayCount
                               end-if
                           when 'LANN'
                               add 1 to announceCount
                               if trailerCount is not equal to zero
                                   add 1 to strayCount
                               end-if
                           when 'LTRL'
                               add 1 to trailerCount
                               if ftCount is numeric
                                   move ftCount to trailerAnnounced
                               end-if
                           when other
                               add 1 to strayCount
                       end-evaluate
               end-read
           end-perform.
           close feedFile.
           evaluate true
               when headerCount is equal to zero
                       or senderDept is equal to spaces
                   move 'NO HEADER OR NO SENDER' to feedFault
               when trailerCount is equal to zero
                   move 'NO TRAILER, FILE INCOMPLETE' to feedFault
               when strayCount is not equal to zero
                       or trailerCount is greater than 1
                   move 'RECORDS OUT OF SEQUENCE' to feedFault
               when trailerAnnounced is not equal to announceCount
                   move 'TRAILER COUNT DISAGREES' to feedFault
               when announceCount is greater than 1000
                   move 'MORE THAN 1000 ANNOUNCEMENTS' to feedFault
           end-evaluate.

       loadPrefixMap.
           open input deptFile.
           if fsDept is not equal to "00"
               display "DEPARTMENT MASTER NOT AVAILABLE, STATUS " fsDept
                   " FILE " function trim(deptFileName)
               exit paragraph
           end-if.
           move zero to eofFile.
           perform until eofFile is equal to 1
               read deptFile
                   at end move 1 to eofFile
                   not at end
                       if dmPrefix is not equal to spaces
                           perform addPrefixToMap
                       end-if
               end-read
           end-perform.
           close deptFile.

       addPrefixToMap.
           perform varying mapIdx from 1 by 1
                   until mapIdx is greater than mapCount
               if mpPrefix(mapIdx) is equal to dmPrefix
                   exit paragraph
               end-if
           end-perform.
           if mapCount is less than 500
               add 1 to mapCount
               move dmPrefix to mpPrefix(mapCount)
               move dmDept to mpDept(mapCount)
           end-if.

       loadRegTable.
           open input lotregFile.
           if fsLotreg is not equal to "00"
               display "NO REGISTRATION FILE YET, STARTING ONE AT "
                   function trim(lotregFileName)
               move "00" to fsLotreg
               exit paragraph
           end-if.
           perform until fsLotreg is not equal to "00"
                   or regCount is equal to 200
               read lotregFile
                   at end
                       move "10" to fsLotreg
                   not at end
                       add 1 to regCount
                       move lrLotId to regTableLotId(regCount)
                       move lrDept to regTableDept(regCount)
                       move lrExpected to regTableExpected(regCount)
                       move lrWindowStart to
                           regTableWindowStart(regCount)
                       move lrWindowEnd to regTableWindowEnd(regCount)
                       if lrRangeLow is numeric
                               and lrRangeHigh is numeric
                           move lrRangeLow to regTableRangeLow(regCount)
                           move lrRangeHigh to
                               regTableRangeHigh(regCount)
                       else
                           move zero to regTableRangeLow(regCount)
                           move zero to regTableRangeHigh(regCount)
                       end-if
                       if lrStatus is equal to space
                           move 'R' to regTableStatus(regCount)
                       else
                           move lrStatus to regTableStatus(regCount)
                       end-if
                       move lrClosedDate to regTableClosedDate(regCount)
                       move lrPriority to regTablePriority(regCount)
               end-read
           end-perform.
           close lotregFile.
           move "00" to fsLotreg.

    *>    one announcement: validated, then added, changed, or left as
    *>    it was (NOCHANGE) when it repeats what is already registered.
       applyOneAnnouncement.
           perform validateAnnouncement.
           if rejectReason is equal to spaces
               move zero to foundIdx
               perform varying regIdx from 1 by 1
                       until regIdx is greater than regCount
                   if regTableLotId(regIdx) is equal to anLotId
                       move regIdx to foundIdx
                       exit perform
                   end-if
               end-perform
               if foundIdx is equal to zero
                   perform addRegistration
               else
                   perform changeRegistration
               end-if
           end-if.
           add 1 to ackBufCount.
           move anLotId to abLotId(ackBufCount).
           if rejectReason is equal to spaces
               move 'A' to abStatus(ackBufCount)
               move ackAction to abAction(ackBufCount)
               move spaces to abReason(ackBufCount)
               add 1 to acceptedCount
           else
               move 'R' to abStatus(ackBufCount)
               move 'REJECTED' to abAction(ackBufCount)
               move rejectReason to abReason(ackBufCount)
               add 1 to rejectedCount
           end-if.

    *>    one buffered outcome onto the acknowledgment, and an applied
    *>    change onto the change log. with the registration file not
    *>    written, what would have been accepted goes back rejected.
       writeOneAcknowledgment.
           move abLotId(ackBufIdx) to adLotId.
           move abStatus(ackBufIdx) to adStatus.
           move abAction(ackBufIdx) to adAction.
           move abReason(ackBufIdx) to adReason.
           if adStatus is equal to 'A' and fsLotreg is not equal to "00"
               move 'R' to adStatus
               move 'REJECTED' to adAction
               move 'REGISTRATION FILE NOT WRITTEN' to adReason
           end-if.
           write ackLine from ackDetailRecord.
           if adStatus is equal to 'A'
               evaluate adAction
                   when 'ADDED'
                       move "ADD     " to lgAction
                       perform writeLogRow
                   when 'CHANGED'
                       move "CHANGE  " to lgAction
                       perform writeLogRow
               end-evaluate
           end-if.

       addRegistration.
           if regCount is equal to 200
               move 'REGISTRATION FILE FULL' to rejectReason
               exit paragraph
           end-if.
           add 1 to regCount.
           move anLotId to regTableLotId(regCount).
           move anDept to regTableDept(regCount).
           move workExpected to regTableExpected(regCount).
           move workWindowStart to regTableWindowStart(regCount).
           move workWindowEnd to regTableWindowEnd(regCount).
           move workRangeLow to regTableRangeLow(regCount).
           move workRangeHigh to regTableRangeHigh(regCount).
           move 'R' to regTableStatus(regCount).
           move spaces to regTableClosedDate(regCount).
           move 'N' to regTablePriority(regCount).
           move 1 to regChanged.
           add 1 to addedCount.
           move 'ADDED' to ackAction.

    *>    a lot already on file is the department's to change only
    *>    while nothing has arrived under it.
       changeRegistration.
           if regTableDept(foundIdx) is not equal to anDept
               move 'LOT REGISTERED TO ANOTHER DEPT' to rejectReason
               exit paragraph
           end-if.
           if regTableStatus(foundIdx) is not equal to 'R'
               evaluate regTableStatus(foundIdx)
                   when 'I'
                       move 'LOT ALREADY RECEIVING CARDS' to rejectReason
                   when 'C'
                       move 'LOT ALREADY COMPLETE' to rejectReason
                   when 'L'
                       move 'LOT CLOSED' to rejectReason
                   when other
                       move 'LOT CANCELLED' to rejectReason
               end-evaluate
               exit paragraph
           end-if.
           if regTableExpected(foundIdx) is equal to workExpected
                   and regTableWindowStart(foundIdx)
                       is equal to workWindowStart
                   and regTableWindowEnd(foundIdx)
                       is equal to workWindowEnd
                   and regTableRangeLow(foundIdx) is equal to workRangeLow
                   and regTableRangeHigh(foundIdx)
                       is equal to workRangeHigh
               move 'NOCHANGE' to ackAction
               exit paragraph
           end-if.
           move workExpected to regTableExpected(foundIdx).
           move workWindowStart to regTableWindowStart(foundIdx).
           move workWindowEnd to regTableWindowEnd(foundIdx).
           move workRangeLow to regTableRangeLow(foundIdx).
           move workRangeHigh to regTableRangeHigh(foundIdx).
           move 1 to regChanged.
           add 1 to changedCount.
           move 'CHANGED' to ackAction.

    *>    the same edits lotreg.cob's screen makes, plus the two only a
    *>    transmitted announcement needs: the lot belongs to the
    *>    department by its prefix, and the department sending the
    *>    file is the one announcing.
       validateAnnouncement.
           move spaces to rejectReason.
           if anLotId is equal to spaces
               move 'LOT ID REQUIRED' to rejectReason
               exit paragraph
           end-if.
           if anDept is equal to spaces
               move 'OWNING DEPARTMENT REQUIRED' to rejectReason
               exit paragraph
           end-if.
           if anDept is not equal to senderDept
               move 'NOT THE SENDING DEPARTMENT' to rejectReason
               exit paragraph
           end-if.
           move spaces to prefixOwner.
           perform varying mapIdx from 1 by 1
                   until mapIdx is greater than mapCount
               if mpPrefix(mapIdx) is equal to anLotId(1:3)
                   move mpDept(mapIdx) to prefixOwner
                   exit perform
               end-if
           end-perform.
           if prefixOwner is equal to spaces
               move 'LOT PREFIX NOT ON DEPT MASTER' to rejectReason
               exit paragraph
           end-if.
           if prefixOwner is not equal to anDept
               move 'LOT PREFIX BELONGS TO ANOTHER' to rejectReason
               exit paragraph
           end-if.
           move function test-numval(anExpected) to numvalCheck.
           if anExpected is equal to spaces
                   or numvalCheck is not equal to zero
               move 'EXPECTED COUNT NOT NUMERIC' to rejectReason
               exit paragraph
           end-if.
           move function numval(anExpected) to workExpected.
           if workExpected is equal to zero
               move 'EXPECTED COUNT IS ZERO' to rejectReason
               exit paragraph
           end-if.
           if anWindowStart is not numeric
               move 'WINDOW START NOT YYYYMMDD' to rejectReason
               exit paragraph
           end-if.
           move anWindowStart to dtDate.
           perform validateCalendarDate.
           if dtValid is not equal to 1
               move 'WINDOW START NOT A DATE' to rejectReason
               exit paragraph
           end-if.
           move dtDate to workWindowStart.
           if anWindowEnd is not numeric
               move 'WINDOW END NOT YYYYMMDD' to rejectReason
               exit paragraph
           end-if.
           move anWindowEnd to dtDate.
           perform validateCalendarDate.
           if dtValid is not equal to 1
               move 'WINDOW END NOT A DATE' to rejectReason
               exit paragraph
           end-if.
           move dtDate to workWindowEnd.
           if workWindowEnd is less than workWindowStart
               move 'WINDOW END PRECEDES START' to rejectReason
               exit paragraph
           end-if.
    *>    announcing a lot whose window has already shut can only be a
    *>    stale or mis-dated record.
           if workWindowEnd is less than riDate
               move 'WINDOW ALREADY ENDED' to rejectReason
               exit paragraph
           end-if.
           move zero to workRangeLow.
           move zero to workRangeHigh.
           if anRangeLow is equal to spaces
                   and anRangeHigh is equal to spaces
               exit paragraph
           end-if.
           if anRangeLow is not numeric or anRangeHigh is not numeric
               move 'RANGE NOT NUMERIC' to rejectReason
               exit paragraph
           end-if.
           move anRangeLow to workRangeLow.
           move anRangeHigh to workRangeHigh.
           if workRangeHigh is less than workRangeLow
               move 'RANGE HIGH PRECEDES RANGE LOW' to rejectReason
           end-if.

    *>    the whole table is written back once, after the last
    *>    announcement, the same complete-file rewrite lotreg.cob
    *>    makes.
       rewriteRegFile.
           open output lotregFile.
           if fsLotreg is not equal to "00"
               display "REGISTRATION WRITE FAILURE, STATUS " fsLotreg
                   " FILE " function trim(lotregFileName)
               exit paragraph
           end-if.
           perform varying regIdx from 1 by 1
                   until regIdx is greater than regCount
               move spaces to lotregRecord
               move regTableLotId(regIdx) to lrLotId
               move regTableDept(regIdx) to lrDept
               move regTableExpected(regIdx) to lrExpected
               move regTableWindowStart(regIdx) to lrWindowStart
               move regTableWindowEnd(regIdx) to lrWindowEnd
               if regTableRangeHigh(regIdx) is greater than zero
                   move regTableRangeLow(regIdx) to lrRangeLow
                   move regTableRangeHigh(regIdx) to lrRangeHigh
               end-if
               move regTableStatus(regIdx) to lrStatus
               move regTableClosedDate(regIdx) to lrClosedDate
               move regTablePriority(regIdx) to lrPriority
               write lotregRecord
           end-perform.
           close lotregFile.

    *>    lotreg.cob's change log, open-extend-else-output; the
    *>    operator column carries the department that sent the change.
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
               move senderDept to lgOperator
               move adLotId to lgTarget
               write logLine from logRecord
               close logFile
           end-if.

    *>    month, day-in-month and leap-year edits, as lotreg.cob's.
       validateCalendarDate.
           move zero to dtValid.
           if dtMonth is greater than zero and dtMonth is less than 13
                   and dtDay is greater than zero
                   and dtYear is greater than 1600
               if dtMonth is equal to 2
                   move function mod(dtYear, 4) to dtLeapRem
                   if dtLeapRem is equal to zero
                       move function mod(dtYear, 100) to dtLeapRem
                       if dtLeapRem is equal to zero
                           move function mod(dtYear, 400) to dtLeapRem
                           if dtLeapRem is equal to zero
                               move 29 to dtMaxDay
                           else
                               move 28 to dtMaxDay
                           end-if
                       else
                           move 29 to dtMaxDay
                       end-if
                   else
                       move 28 to dtMaxDay
                   end-if
               else
                   if dtMonth is equal to 4 or dtMonth is equal to 6
                           or dtMonth is equal to 9
                           or dtMonth is equal to 11
                       move 30 to dtMaxDay
                   else
                       move 31 to dtMaxDay
                   end-if
               end-if
               if dtDay is not greater than dtMaxDay
                   move 1 to dtValid
               end-if
           end-if.
