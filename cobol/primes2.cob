           organization is line sequential
           file status is fsCsvFile.
    *>    check-digit rejects report: an allocation
    *>    number that fails check-digit validation never reaches the
    *>    prime/composite test -- it's written here instead, in the
    *>    same card shape as inCard, for correction and resubmission.
       select rejectFile assign to dynamic rejectFileName
    *>    run writes a new generation alongside and copies it back over
    *>    the old one at end of run, the classic old-master/new-master
    *>    update.
    *>    the audit log the day's intraday decisions are keyed off:
    *>    this run's own log unless PRIMES2_INTRADAY_AUDIT_DD names
    *>    another -- a partition run of the parallel stream writes a
    *>    partition log of its own, but the day's intraday rows sit on
    *>    the shared one.
       select intradayLogFile assign to dynamic intradayLogName
           organization is line sequential
           file status is fsIntradayLog.
       select seenFile assign to dynamic seenFileName
           organization is line sequential
           file status is fsSeenFile.
       select lotregFile assign to dynamic lotregFileName
           organization is line sequential
           file status is fsLotreg.
    *>    issueno.cob's issuance register: a number issvoid.cob has
    *>    voided was taken back from the department, and a card still
    *>    carrying it is rejected rather than classified.
       select issuregFile assign to dynamic issuregFileName
           organization is line sequential
           file status is fsIssureg.
    *>    deckedit.cob's received-deck register: a deck that leads with
    *>    a transmittal header was stamped there with its processing
    *>    business date when the pre-edit took it in.
       select xmitalFile assign to dynamic xmitalFileName
           organization is line sequential
           file status is fsXmital.
    *>    checkpoint/restart: progress through classifySortedRecords is
    *>    checkpointed here periodically, the same restart-file shape
    *>    tutorial1.cob and sieve.cob already use, so a 2 a.m. failure
           organization is line sequential
           file status is fsTruncWork.
       select sortLineWork assign to "primes2-linewk-srt".
    *>    keyed work files: the night's lot counts, the lot
    *>    registrations, the reserved ranges, the voided numbers, the
    *>    held correction cards and the numbers the day's intraday
    *>    runs already took in each live in an indexed work file
    *>    looked up by key, so a full-volume night is bounded by the
    *>    batch window rather than by a table size. all of them are
    *>    scratch, built fresh from their sources every run -- a
    *>    resumed run replays the whole deck and rebuilds them
    *>    exactly as the dead run had them.
       select lotWork assign to dynamic lotWorkName
           organization is indexed
           access mode is dynamic
           record key is lwkLotId
           file status is fsLotWork.
       select lotregWork assign to dynamic lotregWorkName
           organization is indexed
           access mode is random
           record key is lrwLotId
           file status is fsLotregWork.
       select reservedWork assign to dynamic reservedWorkName
           organization is indexed
           access mode is dynamic
           record key is rswKey
           file status is fsReservedWork.
       select voidWork assign to dynamic voidWorkName
           organization is indexed
           access mode is random
           record key is vwNum
           file status is fsVoidWork.
       select corrWork assign to dynamic corrWorkName
           organization is indexed
           access mode is random
           record key is cwNum
           file status is fsCorrWork.
       select intradayWork assign to dynamic intradayWorkName
           organization is indexed
           access mode is random
           record key is idwNum
           file status is fsIntradayWork.
    *>    aged cards are listed in the order they were met, so they
    *>    simply queue up in a sequential work file for the exception
    *>    page.
       select agingWork assign to dynamic agingWorkName
           organization is line sequential
           file status is fsAgingWork.

       *> data division.
       *> is a division for working and declarering data.
                     03 sortInNum picture s9(10) sign is leading separate character.
                     03 filler picture x(69).
                 02 sortOrigin picture x(40).
                 02 sortRecvDate picture 9(8).
         fd csvFile.
             01 csvLine pic x(80).
    *>    reject record: the FD record stays a flat PIC X, with the
    *>    shared reject layout (rejrec.cpy: the card as read, then its
    *>    reason code, run date, job id and lot) built in
    *>    working-storage and moved across -- LINE SEQUENTIAL's writer
    *>    rejects a record whose FD group directly contains a SIGN
    *>    SEPARATE elementary item.
         fd rejectFile.
             01 rejectLine pic x(130).
    *>    audit log record: flat PIC X FD record, same
    *>    shape as every other report-line record in this tree -- the
    *>    actual structured record is built in working-storage and
    *>    moved across with WRITE ... FROM.
         fd auditFile.
             01 auditLine pic x(80).
         fd intradayLogFile.
             01 intradayLogLine pic x(80).
         fd seenFile.
             01 seenLine pic x(80).
         fd newSeenFile.
         fd reservedFile.
             01 reservedLine pic x(80).
         fd lotregFile.
             01 lotregLine pic x(82).
         fd issuregFile.
             01 issuregLine pic x(80).
         fd xmitalFile.
             01 xmitalLine pic x(80).
    *>    one checkpoint record: how many cards have had their report,
    *>    CSV, audit and reject output published so far, and the last
    *>    allocation number that reached that point.
             01 sortLineRec.
                 02 slwSeqKey pic x(21).
                 02 slwLine pic x(132).
    *>    one entry per lot met tonight: its running counts, and the
    *>    registration verdict settled at the lot's first card.
         fd lotWork.
             01 lotWorkRec.
                 02 lwkLotId pic x(10).
                 02 lwkPrimeCount pic 9(9).
                 02 lwkCompositeCount pic 9(9).
                 02 lwkRejectCount pic 9(9).
                 02 lwkRegistered pic 9.
                 02 lwkShutStatus pic x.
         fd lotregWork.
             01 lotregWorkRec.
                 02 lrwLotId pic x(10).
                 02 lrwStatus pic x.
                 02 lrwPriority pic x.
    *>    a reserved range is keyed on the complement of its start, so
    *>    a START at a card's number lands on the highest start at or
    *>    below it and the reads run downward from there; the load
    *>    sequence keeps two ranges with the same start apart.
         fd reservedWork.
             01 reservedWorkRec.
                 02 rswKey.
                     03 rswStartDesc pic 9(10).
                     03 rswSeq pic 9(6).
                 02 rswStart pic 9(10).
                 02 rswEnd pic 9(10).
                 02 rswReason pic x(8).
                 02 rswEffDate pic 9(8).
                 02 rswExpDate pic 9(8).
                 02 rswStatus pic x.
         fd voidWork.
             01 voidWorkRec.
                 02 vwNum pic 9(10).
                 02 vwDate pic 9(8).
                 02 vwReissued pic 9.
         fd corrWork.
             01 corrWorkRec.
                 02 cwNum pic s9(10) sign is leading separate character.
                 02 cwAction pic x.
                 02 cwLot pic x(10).
                 02 cwDate pic 9(8).
    *>    one allocation number an intraday run has already written a
    *>    decision for on the current audit log.
         fd intradayWork.
             01 intradayWorkRec.
                 02 idwNum pic s9(10) sign is leading separate character.
         fd agingWork.
             01 agingWorkLine pic x(80).
       *> working storage section is for main data.
       working-storage section.
           77 num picture s9(10).
           77 rejectFileName pic x(99) value "./primes.rej".
           77 auditFileName pic x(99) value "./primes.audit".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsAuditFile pic xx.
    *>    append-only audit log: input value, result,
    *>    timestamp and run id for every classification decision.
           77 priorRunDup pic 9 value zero.
           77 priorSeenDate pic 9(8).
           77 seenTrackingOn pic 9 value zero.
    *>    a number first classified by a daytime expedited run carries
    *>    an I after its date; the nightly carries the mark forward
    *>    untouched, so the entry always says how it was first seen.
       01 seenRecord.
           02 seenNum pic 9(10).
           02 filler pic x value space.
           02 seenFirstDate pic 9(8).
           02 filler pic x value space.
           02 seenIntraday pic x value space.
       01 newSeenRecord.
           02 nsNum pic 9(10).
           02 filler pic x value space.
           02 nsFirstDate pic 9(8).
           02 filler pic x value space.
           02 nsIntraday pic x value space.
    *>    check-digit validation: the rightmost digit of the
    *>    allocation number is a check digit over the nine digits
    *>    ahead of it in the ten-digit frame, validated before the
    *>    number is run through the prime/composite test, under the
    *>    scheme (MOD-10 or MOD-11) the shared CDCHECK subprogram says
    *>    applies to the card's department and block on its date.
           77 cdOk pic 9 value 1.
           77 cdAction pic x value 'V'.
           77 cdNumber pic 9(10).
           77 cdLot pic x(10).
           77 cdDept pic x(8).
           77 cdDate pic 9(8).
           77 cdScheme pic x(5).
           77 cdResult pic x.
    *>    reject record built in working-storage: every rejected card
    *>    keeps its original form for correction and resubmission, and
    *>    carries the shared reason code primes1.cob, rework.cob,
    *>    excsum.cob and recid.cob all read the same way.
           77 reasonIdx pic 9(2).
       COPY rejcode REPLACING REASON-COUNT BY reasonCount
                              REASON-VALUES BY reasonValues
                              REASON-TABLE BY reasonTable
                              REASON-ENTRY BY reasonEntry
                              REASON-CODE BY reasonCode
                              REASON-TEXT BY reasonText.
       COPY rejrec REPLACING REJECT-RECORD BY rejectRecord
                             REJECT-CARD BY rejectCardImage
                             REJECT-REASON-CODE BY rejectReasonCode
                             REJECT-REASON-TEXT BY rejectReasonText
                             REJECT-RUN-DATE BY rejectRunDate
                             REJECT-JOB BY rejectJob
                             REJECT-LOT BY rejectLot.
    *>    control-break bucket report: relies on the
    *>    merge-sort always handing classifyOneNumber its
    *>    records in ascending order, single-file runs included, so a
           77 totalCompositeCount pic 9(9) value zero.
    *>    by-lot summary: every card carries a lot id in inLotId, so the
    *>    report can answer "how did this lot do" directly instead of
    *>    someone hand-counting detail lines. the counts accumulate in
    *>    the keyed lot work file, however many lots the night brings;
    *>    lotInHand says the current card's lot entry is sitting in
    *>    the record area.
           77 lotCount pic 9(9) value zero.
           77 lotInHand pic 9 value zero.
           77 lotWorkName pic x(99) value "./primes2-lotwk".
           77 fsLotWork pic xx.
           77 lotWorkEof pic 9.
    *>    the other keyed work files, and the work-file failure
    *>    controls: a work file that won't open or won't take a
    *>    write fails the night with return code 8 and a critical
    *>    alert, never a short count or a skipped check.
           77 lotregWorkName pic x(99) value "./primes2-lotregk".
           77 fsLotregWork pic xx.
           77 reservedWorkName pic x(99) value "./primes2-reswk".
           77 fsReservedWork pic xx.
           77 voidWorkName pic x(99) value "./primes2-voidwk".
           77 fsVoidWork pic xx.
           77 corrWorkName pic x(99) value "./primes2-corrwk".
           77 fsCorrWork pic xx.
           77 intradayWorkName pic x(99) value "./primes2-intrawk".
           77 fsIntradayWork pic xx.
           77 agingWorkName pic x(99) value "./primes2-agewk".
           77 fsAgingWork pic xx.
           77 agingWorkEof pic 9.
           77 workFailSeen pic 9 value zero.
           77 workFailFile pic x(99).
           77 workFailStatus pic xx.
    *>    lot registration screening: the registration master is
    *>    keyed once at startup; a missing file just means nothing was
    *>    announced and the check stays off, the same graceful-default
    *>    style the reserved-range list uses. each card in an
    *>    unregistered lot gets a report flag, and the run ends with
           77 fsLotreg pic xx.
           77 lotregEof pic 9.
           77 lotRegOn pic 9 value zero.
           77 lotRegFound pic 9.
           77 unregCardCount pic 9(9) value zero.
    *>    a lot closed (L) or cancelled (X) on the master takes no more
    *>    cards: anything still arriving under it is a late or
    *>    duplicate lot and is rejected outright.
           77 lotRegShut pic x.
       01 lotregRecordIn.
           02 lriLotId pic x(10).
           02 filler pic x(60).
           02 lriStatus pic x.
           02 filler pic x(10).
           02 lriPriority pic x.
    *>    intraday expedited run (PRIMES2_INTRADAY=Y): a daytime run
    *>    for the department that can't wait for the night. only cards
    *>    in a lot flagged priority on the registration master are
    *>    taken in; the rest of the deck is left for the nightly run.
    *>    its audit rows and seen entries carry an I, and its job id
    *>    is INTRADAY. every run -- intraday or nightly -- first keys
    *>    the numbers the day's intraday runs already decided (the I
    *>    rows on the current audit log, ahead of this run's own
    *>    slice) and withholds a card carrying one, so a deck that
    *>    turns up again in the night's intake is never counted,
    *>    rejected or audited twice.
           77 intradayMode pic 9 value zero.
           77 intradayDoneOn pic 9 value zero.
           77 intradayRowCount pic 9(9) value zero.
           77 intradayDoneCount pic 9(9) value zero.
           77 notPriorityCount pic 9(9) value zero.
           77 cardWithheld pic 9.
           77 auditLinesRead pic 9(9).
           77 auditReadEof pic 9.
           77 intradayNumCheck pic s9(4) usage is comp.
           77 intradayLogName pic x(99) value spaces.
           77 fsIntradayLog pic xx.
           77 intradayLogOwn pic 9 value 1.
       01 intradayAuditIn.
           02 iaDate pic x(8).
           02 filler pic x(19).
           02 iaNum pic x(11).
           02 filler pic x(41).
           02 iaIntraday pic x.
       01 intradayDoneLine.
           02 filler picture x value space.
           02 idlCount picture z(8)9.
           02 filler picture x(46) value
               ' CARDS ALREADY CLASSIFIED TODAY BY AN INTRADAY'.
           02 filler picture x(22) value
               ' RUN, NOT RECLASSIFIED'.
       01 notPriorityLine.
           02 filler picture x value space.
           02 nplCount picture z(8)9.
           02 filler picture x(29) value
               ' CARDS NOT IN A PRIORITY LOT,'.
           02 filler picture x(25) value
               ' LEFT FOR THE NIGHTLY RUN'.
       01 lotUnregLine.
           02 filler picture x value space.
           02 luNum picture z(9)9.
           02 filler picture x(5) value ' LOT '.
           02 luLot picture x(10).
           02 filler picture x(15) value ' NOT REGISTERED'.
    *>    department allocation blocks, asked through BLKCHK: a card
    *>    whose number falls outside the blocks of the department that
    *>    owns its lot (deptmst.dat's lot prefix) is flagged on the
    *>    report the same way an unregistered lot is -- the number is
    *>    still classified -- and the run ends with return code 4.
           77 blkNum pic 9(10).
           77 blkLot pic x(10).
           77 blkDept pic x(8).
           77 blkResult pic x.
           77 outsideBlockCount pic 9(9) value zero.
       01 blockOutsideLine.
           02 filler picture x value space.
           02 boNum picture z(9)9.
           02 filler picture x(5) value ' LOT '.
           02 boLot picture x(10).
           02 filler picture x(16) value ' OUTSIDE BLOCKS '.
           02 filler picture x(5) value 'OF '.
           02 boDept picture x(8).
       01 lotShutLine.
           02 filler picture x value space.
           02 lsNum picture z(9)9.
           02 filler picture x(5) value ' LOT '.
           02 lsLot picture x(10).
           02 lsState picture x(10).
           02 filler picture x(27) value
               ' -- LATE OR DUPLICATE LOT'.
    *>    checkpoint/restart controls: the sorted merge replays the
    *>    same card stream in the same order on every run, so a
    *>    restarted run re-runs the whole classification pass -- which
    *>    rebuilds every counter, the keyed work files and the new
    *>    seen-file generation exactly as the dead run had them -- but
    *>    keeps the per-card report/CSV/audit/reject writes quiet until
    *>    it passes the checkpoint, and appends to the published files
           77 truncLinesKept pic 9(9).
           77 truncEof pic 9.
    *>    card aging: every card carries a yyyymmdd date in inCardDate;
    *>    a card more than agingLimitDays older than its deck's
    *>    receipt business date (or dated in the future) is collected
    *>    here and listed on an exception page at the end of the
    *>    report, so a month-old
    *>    resubmission surfaces the morning after instead of weeks
    *>    later. the day limit is a PARM/DD-style override
    *>    (PRIMES2_AGING_DAYS), same convention as the file names.
           77 cardDateInt pic s9(9) usage is comp.
           77 cardAgeDays pic s9(9).
           77 agingCount pic 9(9) value zero.
    *>    scratch date picked apart for a sanity check before
    *>    FUNCTION INTEGER-OF-DATE sees it -- an impossible month or day
    *>    would otherwise blow the function up instead of aging the card.
           02 bdNum picture z(9)9.
           02 filler picture x(10) value ' BAD DATE '.
           02 bdDate picture x(8).
    *>    one aged card, queued on the aging work file.
       01 agingRecord.
           02 agNum pic s9(10).
           02 agLot pic x(10).
           02 agDate pic 9(8).
           02 agAge pic s9(9).
           02 agFuture pic 9.
           02 filler pic x(42) value spaces.
       *> declare a record when reading from user data.
    *>    shared input-card layout, also used by
    *>    primes1.cob/tutorial1.cob and primes3.cob, so all three
           02 corrLot picture x(10).
           02 corrDate picture 9(8).
           02 filler picture x(43).
    *>    the held cards are keyed on the quoted number in the
    *>    correction work file; corrFound says the card being
    *>    classified has one waiting in the record area.
           77 corrFound pic 9.
    *>    report sequencing controls: 'N' ascending number (the
    *>    default, written straight through as always), 'L' by lot id,
    *>    'C' by classification. the bucket subtotals belong to number
    *>    known.
           77 corrNoteDue pic 9 value zero.
           77 heldLine pic x(132).
    *>    reserved-range screening: the range list is keyed once at
    *>    startup; each card's number is checked against the ranges in
    *>    effect as of the run date, alongside the check-digit edit.
           77 reservedFileName pic x(99)
               value "./cobol/assets/reserved.dat".
           77 fsReservedFile pic xx.
           77 resEof pic 9.
           77 resCount pic 9(6) value zero.
           77 resHit pic 9.
           77 resRowOk pic 9.
           77 resHitReason pic x(8).
    *>    the widest range on file bounds the downward read: once a
    *>    start sits further below the card's number than that, no
    *>    range further down can reach it.
           77 resMaxSpan pic 9(10) value zero.
           77 resSpan pic 9(10).
           77 resScanFloor pic s9(11).
           77 resScanEof pic 9.
    *>    a range now carries a full lifecycle: an expiry date and a
    *>    status ('P' pending, 'A' active, 'E' expired, 'R'
    *>    released, resmnt.cob maintains them). only an active range
    *>    the lifecycle (nine-digit ranges, no tail) still load --
    *>    told apart by the separator column -- as active with no
    *>    end, exactly their old behavior.
       01 reservedRecordIn.
           02 rrStart pic 9(10).
           02 filler pic x.
           02 resNum picture z(9)9.
           02 filler picture x(16) value ' RESERVED RANGE '.
           02 resOutReason picture x(8).
    *>    voided-number screening: the register's voided numbers are
    *>    keyed once at startup and looked up by number, since every
    *>    card asks. a number voided and later issued again is live,
    *>    and is marked re-issued on its entry. a missing register
    *>    just means nothing was ever voided.
           77 issuregFileName pic x(99)
               value "./cobol/assets/issureg.dat".
           77 fsIssureg pic xx.
           77 issuregEof pic 9.
           77 voidCount pic 9(9) value zero.
           77 voidHit pic 9.
       01 issuregRecordIn.
           02 igDate pic x(8).
           02 filler pic x.
           02 igTime pic x(8).
           02 filler pic x.
           02 igDept pic x(8).
           02 filler pic x.
           02 igNum pic x(10).
           02 filler pic x.
           02 igVoidFlag pic x.
           02 filler pic x.
           02 igVoidDate pic x(8).
           02 filler pic x(32).
    *>    receipt business date: the processing day each deck was
    *>    received for, off deblock.cob's stamp on its control header,
    *>    else the register's stamp for its transmittal, else this
    *>    run's own receipt of it. it rides through the sort with each
    *>    card, ages the card and is carried onto the audit row, so a
    *>    deck that waited on our side is never dated to the night it
    *>    finally ran.
           77 xmitalFileName pic x(99)
               value "./cobol/assets/xmital.dat".
           77 fsXmital pic xx.
           77 xmitalEof pic 9.
           77 riBusinessDate pic 9(8).
           77 deckRecvDate pic 9(8).
           77 deckControlNo pic x(9).
           77 cardRecvDate pic 9(8).
           77 cardRecvInt pic s9(9) usage is comp.
       01 xmitalRecordIn.
           02 xriDate pic x(8).
           02 filler pic x.
           02 xriTime pic x(8).
           02 filler pic x.
           02 xriDept pic x(8).
           02 filler pic x.
           02 xriControlNo pic x(9).
           02 filler pic x.
           02 xriCount pic x(9).
           02 filler pic x.
           02 xriPrepDate pic x(8).
           02 filler pic x.
           02 xriBusinessDate pic x(8).
           02 filler pic x(16).
       01 voidedRejectLine.
           02 filler picture x value space.
           02 vrNum picture z(9)9.
           02 filler picture x(23) value ' VOIDED NUMBER, VOIDED '.
           02 vrDate picture 9(8).
       01 seqKeyLot.
           02 sklLot pic x(10).
           02 sklNum pic 9(10).
           02 ctlCount pic z(8)9.
       01 controlCard.
           02 ctCount picture 9(9).
           02 filler picture x.
           02 ctBusinessDate picture x(8).
           02 filler picture x(62).
       *> declare a record if the tille line 
       01 titleLine.
           02 filler picture x(6) value spaces.
           02 filler picture x(20) value 'prime number results'.
           02 titleRegion picture x(22) value spaces.
       01 theUnderLine.
           02 filler picture x(32) value
        ' -------------------------------'.
           02 auditLot picture x(10).
           02 filler picture x value space.
           02 auditCardDate picture 9(8).
    *>    the deck's receipt business date, as calendar days before
    *>    the run date (negative when a deck received after the cutoff
    *>    ran ahead of its processing day); the row has no room left
    *>    for a full date. rows from before it carry spaces, which
    *>    reads as zero -- received the night it ran, as they were.
           02 filler picture x value space.
           02 auditRecvDays picture -(3)9.
    *>    I on a row an intraday expedited run wrote, space otherwise.
           02 auditIntraday picture x value space.
    *>    by-lot summary section: one line per distinct inLotId with its
    *>    prime, composite and reject counts, the way the bucket
    *>    subtotals already summarize by number range.
           02 filler picture x(7) value ' DATED '.
           02 afDate picture 9(8).
           02 filler picture x(20) value ' DATED IN THE FUTURE'.
       01 grandTotalLine.
           02 filler picture x value space.
           02 filler picture x(13) value 'GRAND TOTAL: '.
       if envOverride is not equal to spaces
           move envOverride to inputFileName
       end-if.
       call 'RGNCHK' using inputFileName, runRegion.
       accept envOverride from environment "PRIMES2_OUTPUT_DD".
       if envOverride is not equal to spaces
           move envOverride to outputFileName
       end-if.
       call 'RGNCHK' using outputFileName, runRegion.
       accept envOverride from environment "PRIMES2_DRIVER_DD".
       if envOverride is not equal to spaces
           move envOverride to driverFileName
       end-if.
       call 'RGNCHK' using driverFileName, runRegion.
       accept envOverride from environment "PRIMES2_CSV_DD".
       if envOverride is not equal to spaces
           move envOverride to csvFileName
       end-if.
       call 'RGNCHK' using csvFileName, runRegion.
       accept envOverride from environment "PRIMES2_REJECT_DD".
       if envOverride is not equal to spaces
           move envOverride to rejectFileName
       end-if.
       call 'RGNCHK' using rejectFileName, runRegion.
       accept envOverride from environment "PRIMES2_AUDIT_DD".
       if envOverride is not equal to spaces
           move envOverride to auditFileName
       end-if.
       call 'RGNCHK' using auditFileName, runRegion.
    *>    report sequencing parameter: NUMBER (default), LOT or CLASS.
    *>    an unrecognized value keeps the default, same graceful-default
    *>    style as the other parameters.
               move 'C' to sequenceMode
           end-if
       end-if.
       accept envOverride from environment "PRIMES2_INTRADAY_AUDIT_DD".
       if envOverride is not equal to spaces
           move envOverride to intradayLogName
       end-if.
       call 'RGNCHK' using intradayLogName, runRegion.
       if intradayLogName is equal to spaces
               or intradayLogName is equal to auditFileName
           move auditFileName to intradayLogName
       else
           move zero to intradayLogOwn
       end-if.
       accept envOverride from environment "PRIMES2_SEEN_DD".
       if envOverride is not equal to spaces
           move envOverride to seenFileName
       end-if.
       call 'RGNCHK' using seenFileName, runRegion.
    *>    the new seen-ID generation is built alongside the old one and
    *>    copied back over it at end of run.
       move spaces to newSeenFileName.
       if envOverride is not equal to spaces
           move envOverride to restartFileName
       end-if.
       call 'RGNCHK' using restartFileName, runRegion.
    *>    the run identity is stamped early so the checkpoint match
    *>    below compares against tonight's date and job, not
    *>    zero-valued fields.
       accept riDate from date yyyymmdd.
       accept riTime from time.
       accept envOverride from environment "PRIMES2_INTRADAY".
       if envOverride is equal to "Y" or envOverride is equal to "y"
           move 1 to intradayMode
           move 'I' to auditIntraday
           display "INTRADAY EXPEDITED RUN -- PRIORITY LOTS ONLY"
       end-if.
       accept riJobId from environment "JOBID".
       if riJobId = spaces
           if intradayMode is equal to 1
               move "INTRADAY" to riJobId
           else
               move "OPERATOR" to riJobId
           end-if
       end-if.
       accept envOverride from environment "PRIMES2_RESTART".
       if envOverride is equal to "Y" or envOverride is equal to "y"
               " FILE " rejectFileName
           move 1 to openFailureSeen
       end-if.
    *>    the keyed work files come up empty before anything is
    *>    loaded into them.
       perform openWorkFiles.
    *>    append-only audit log: open for append if the
    *>    file already exists from an earlier run, otherwise create it.
       move 'L' to lkAction.
       else
           perform countAuditBaseLines
       end-if.
       perform loadIntradayDecisions.
       open extend auditFile.
       if fsAuditFile is not equal to "00"
           open output auditFile
               perform readSeenRecord
           end-if
       end-if.
    *>    reserved-range list: keyed once; a missing file just means
    *>    no ranges are reserved.
       accept envOverride from environment "RESERVED_DD".
       if envOverride is not equal to spaces
           move envOverride to reservedFileName
       end-if.
       call 'RGNCHK' using reservedFileName, runRegion.
       perform loadReservedRanges.
    *>    lot registration master: keyed once; a missing file just
    *>    means no lots were announced and the check stays off.
       accept envOverride from environment "LOTREG_DD".
       if envOverride is not equal to spaces
           move envOverride to lotregFileName
       end-if.
       call 'RGNCHK' using lotregFileName, runRegion.
       perform loadLotRegistrations.
       if intradayMode is equal to 1 and lotRegOn is equal to zero
           display "NO LOT REGISTRATION MASTER, NO LOT IS FLAGGED "
               "PRIORITY -- NOTHING WILL BE TAKEN IN"
       end-if.
    *>    voided numbers off the issuance register: keyed once.
       accept envOverride from environment "ISSUREG_DD".
       if envOverride is not equal to spaces
           move envOverride to issuregFileName
       end-if.
       call 'RGNCHK' using issuregFileName, runRegion.
    *>    the work files and the transmittal log have no DD of their
    *>    own but go through the region check all the same.
       call 'RGNCHK' using xmitalFileName, runRegion.
       call 'RGNCHK' using lineWorkName, runRegion.
       call 'RGNCHK' using agingWorkName, runRegion.
       call 'RGNCHK' using truncWorkName, runRegion.
       call 'RGNCHK' using lotWorkName, runRegion.
       call 'RGNCHK' using lotregWorkName, runRegion.
       call 'RGNCHK' using reservedWorkName, runRegion.
       call 'RGNCHK' using voidWorkName, runRegion.
       call 'RGNCHK' using corrWorkName, runRegion.
       call 'RGNCHK' using intradayWorkName, runRegion.
       perform loadVoidedNumbers.
    *>    alternate presentation orders stage their detail lines
    *>    through the sequencing work file; if it can't be opened the
    *>    run falls back to the plain number order rather than abend.
       move riDate to dtDate.
       perform dateToInteger.
       move dtInt to riDateInt.
    *>    the processing business date a deck nobody stamped is
    *>    received for: this run's own clock against the receipt
    *>    cutoff.
       move 'R' to calFunc.
       move riDate to calDate1.
       move riTime to calDate2.
       call 'PRODCAL' using calFunc, calDate1, calDate2, calResult.
       move calResult to riBusinessDate.
    *>    a resumed run's report and CSV already open with the dead
    *>    run's headers on file; only a fresh run writes its own.
       string riOutDate delimited by size
       move totalCompositeCount to gtCompositeCount.
       perform checkPageBreak.
       write outLine from grandTotalLine after advancing 2 lines.
    *>    what the intraday screening held back, under the totals it
    *>    stayed out of.
       if intradayDoneCount is greater than zero
           move intradayDoneCount to idlCount
           perform checkPageBreak
           write outLine from intradayDoneLine after advancing 1 line
       end-if.
       if intradayMode is equal to 1
           move notPriorityCount to nplCount
           perform checkPageBreak
           write outLine from notPriorityLine after advancing 1 line
       end-if.

    *>    by-lot summary section: one line per distinct lot id seen this
    *>    run, after the grand total, so a lot's night can be read off
    *>    one line instead of hand-counted from the detail. the lines
    *>    come straight off the lot work file in lot-id order.
       if lotCount is greater than zero
           perform startNewPage
           perform checkPageBreak
           write outLine from lotHeaderLine after advancing 2 lines
           move low-values to lwkLotId
           start lotWork key is not less than lwkLotId
               invalid key move 1 to lotWorkEof
               not invalid key move zero to lotWorkEof
           end-start
           perform until lotWorkEof is equal to 1
               read lotWork next record
                   at end move 1 to lotWorkEof
                   not at end perform writeLotSummaryLine
               end-read
           end-perform
       end-if.
       close lotWork.

    *>    card aging exception page: aged cards queued on the aging
    *>    work file during classification, listed together here so the
    *>    morning check reads one page instead of scanning the detail.
       close agingWork.
       if agingCount is greater than zero
           move agingLimitDays to ahLimitDays
    *>    the aging exceptions are their own page, not a tail under
           perform startNewPage
           perform checkPageBreak
           write outLine from agingHeaderLine after advancing 2 lines
           open input agingWork
           move zero to agingWorkEof
           perform until agingWorkEof is equal to 1
               read agingWork into agingRecord
                   at end move 1 to agingWorkEof
                   not at end perform writeAgingLine
               end-read
           end-perform
           close agingWork
       end-if.
       close lotregWork.
       close reservedWork.
       close voidWork.
       close corrWork.
       close intradayWork.

    *>    return-code controls: an open failure outranks
    *>    a reject count, same precedence tutorial1.cob's FINISH
       else
           if rejectCount is greater than zero
                   or unregCardCount is greater than zero
                   or outsideBlockCount is greater than zero
               move 4 to return-code
           else
               move 0 to return-code
       mergeOneFile.
           if useMergeMode is equal to 1
               move driverRecord to inputFileName
               call 'RGNCHK' using inputFileName, runRegion
           end-if.
           open input inputFile.
           if fsInputFile is not equal to "00"
    *>    an optional transmittal header may lead the deck (deckedit
    *>    verified it in the pre-edit); the control-total card then
    *>    sits one record down.
               move spaces to deckControlNo
               if controlCard(1:8) is equal to 'XMITTAL '
                   move controlCard(17:9) to deckControlNo
                   read inputFile into controlCard
                       at end move zero to ctCount
                   end-read
               end-if
               move ctCount to controlCount
               perform findDeckReceiptDate
               perform until eof is equal to 1
                   read inputFile into inCard at end move 1 to eof end-read
                   if eof is not equal to 1
    *>    inCard's, so the lot id and card date ride through the sort
    *>    with the allocation number, and the file the card came from
    *>    rides alongside as its provenance.
                           perform screenIntradayCard
                           if cardWithheld is equal to zero
                               move inCard to sortCard
                               move inputFileName to sortOrigin
                               move deckRecvDate to sortRecvDate
                               release sortRec
                           end-if
                       end-if
                   end-if
               end-perform
               close inputFile
           end-if.

    *>    a card an intraday run already decided today stays out of
    *>    the merge, in either mode; an intraday run also leaves out
    *>    every card whose lot isn't flagged priority. neither is a
    *>    reject -- the deck's control total still counts them, and
    *>    the report carries how many were held back.
       screenIntradayCard.
           move zero to cardWithheld.
           if intradayDoneOn is equal to 1
               move inNum to idwNum
               read intradayWork
                   not invalid key
                       move 1 to cardWithheld
                       add 1 to intradayDoneCount
               end-read
           end-if.
           if cardWithheld is equal to zero and intradayMode is equal to 1
               move space to lrwPriority
               if lotRegOn is equal to 1
                   move inLotId to lrwLotId
                   read lotregWork
                       invalid key move space to lrwPriority
                   end-read
               end-if
               if lrwPriority is not equal to 'Y'
                   move 1 to cardWithheld
                   add 1 to notPriorityCount
               end-if
           end-if.

    *>    the deck's receipt business date: deblock's stamp on the
    *>    control header first, then the register's stamp for the
    *>    deck's transmittal, else tonight's own receipt.
       findDeckReceiptDate.
           move riBusinessDate to deckRecvDate.
           if ctBusinessDate is numeric
                   and ctBusinessDate is not equal to '00000000'
               move ctBusinessDate to deckRecvDate
               exit paragraph
           end-if.
           if deckControlNo is not numeric
               exit paragraph
           end-if.
           open input xmitalFile.
           if fsXmital is not equal to "00"
               exit paragraph
           end-if.
           move zero to xmitalEof.
           perform until xmitalEof is equal to 1
               read xmitalFile
                   at end move 1 to xmitalEof
                   not at end
                       move xmitalLine to xmitalRecordIn
                       if xriControlNo is equal to deckControlNo
                               and xriBusinessDate is numeric
                           move xriBusinessDate to deckRecvDate
                       end-if
               end-read
           end-perform.
           close xmitalFile.

       *> SORT output procedure: drain the merged, sorted cards through
       *> the same classification/duplicate-detection logic as the
       *> single-file path.
                   not at end
                       move sortCard to inCard
                       move sortOrigin to cardOrigin
                       move sortRecvDate to cardRecvDate
                       move cardRecvDate to dtDate
                       perform dateToInteger
                       move dtInt to cardRecvInt
                       perform classifyOneNumber
                       perform maybeWriteCheckpoint
               end-return
    *>    in the replacement lot and date before the lot and aging
    *>    bookkeeping read them.
           perform findCorrectionCard.
           if corrFound is equal to 1
               if cwAction is equal to 'D'
                   move inNum to delNum
                   move deletedLine to detailLine
                   move '3' to classRank
                   perform writeAuditRow
                   exit paragraph
               else
                   move cwLot to inLotId
                   move cwDate to inCardDate
                   move 1 to corrNoteDue
               end-if
           end-if.
    *>    lot registration screening: a card in a lot the sending
    *>    department never announced is flagged right on the report,
    *>    whatever the classification below decides about the number.
           if lotRegOn is equal to 1 and lotInHand is equal to 1
               if lwkRegistered is equal to zero
                   move inNum to luNum
                   move inLotId to luLot
                   move lotUnregLine to detailLine
                   add 1 to unregCardCount
               end-if
           end-if.
           if num is not less than zero
               move num to blkNum
               move inLotId to blkLot
               move spaces to blkDept
               call 'BLKCHK' using blkNum, blkLot, blkDept, blkResult
               if blkResult is equal to 'N'
                   move inNum to boNum
                   move inLotId to boLot
                   move blkDept to boDept
                   move blockOutsideLine to detailLine
                   move '3' to classRank
                   perform writeDetailLine
                   add 1 to outsideBlockCount
               end-if
           end-if.

    *>    a card under a closed or cancelled lot never reaches the
    *>    classification: the lot's statement has gone out, and a
    *>    card counted now would make it wrong.
           if lotInHand is equal to 1
               if lwkShutStatus is not equal to space
                   move inNum to lsNum
                   move inLotId to lsLot
                   if lwkShutStatus is equal to 'L'
                       move ' CLOSED' to lsState
                   else
                       move ' CANCELLED' to lsState
                   end-if
                   move lotShutLine to detailLine
                   move '3' to classRank
                   perform writeDetailLine
                   perform writeOriginLine
                   move 'LATE LOT' to csvClassification
                   add 1 to rejectCount
                   perform addLotReject
                   perform writeCsvRow
                   perform writeRejectRecord
                   perform writeAuditRow
                   exit paragraph
               end-if
           end-if.

    *>    card aging: checked on every card regardless of how the
    *>    classification below comes out, so an aged card that also
               add 1 to rejectCount
               perform addLotReject
               perform writeCsvRow
               perform writeRejectRecord
               perform writeAuditRow
           else
               *> a malformed
    *>    edit: a reserved number is reported with the range's reason
    *>    and counted a reject, and never reaches PRIMTEST.
               perform checkReservedRange
               if resHit is equal to 1
                   move inNum to resNum
                   move resHitReason to resOutReason
                   move reservedRejectLine to detailLine
                   move '3' to classRank
                   perform writeDetailLine
                   add 1 to rejectCount
                   perform addLotReject
                   perform writeCsvRow
                   perform writeRejectRecord
                   perform writeAuditRow
                   exit paragraph
               end-if
    *>    a voided number was taken back after issue: whatever the card
    *>    says, it isn't the department's to use.
               perform checkVoidedNumber
               if voidHit is equal to 1
                   move inNum to vrNum
                   move vwDate to vrDate
                   move voidedRejectLine to detailLine
                   move '3' to classRank
                   perform writeDetailLine
                   perform writeOriginLine
                   move 'VOIDED' to csvClassification
                   add 1 to rejectCount
                   perform addLotReject
                   perform writeCsvRow
                   perform writeRejectRecord
                   perform writeAuditRow
                   exit paragraph
               end-if
                   move '3' to classRank
                   perform writeDetailLine
                   perform writeOriginLine
                   move 'BAD DATE' to csvClassification
                   add 1 to rejectCount
                   perform addLotReject
                   perform writeCsvRow
                   perform writeRejectRecord
                   perform writeAuditRow
                   exit paragraph
               end-if
                   move '3' to classRank
                   perform writeDetailLine
                   perform writeOriginLine
                   move 'BAD CHECK DIGIT' to csvClassification
                   add 1 to rejectCount
                   perform addLotReject
                   perform writeCsvRow
                   perform writeRejectRecord
                   perform writeAuditRow
               else
               *> control-break: a record's bucket is FUNCTION
                   add 1 to rejectCount
                   perform addLotReject
                   perform writeCsvRow
                   perform writeRejectRecord
                   perform writeAuditRow
                   move inNum to lastClassifiedNum
                   move 1 to lastClassifiedSet
                   add 1 to rejectCount
                   perform addLotReject
                   perform writeCsvRow
                   perform writeRejectRecord
                   perform writeAuditRow
               else
                   move inNum to lastClassifiedNum
                       add 1 to rejectCount
                       perform addLotReject
                       perform writeCsvRow
                       perform writeRejectRecord
                       perform writeAuditRow
                   else if wsResultCode = 'N'
                       move inNum to outNum2
    *>    correction quoting the same number supersedes an earlier one,
    *>    the way a resent card supersedes the original.
       recordCorrectionCard.
           move corrNum to cwNum.
           if corrMarker is equal to 'DELETE  '
               move 'D' to cwAction
           else
               move 'C' to cwAction
           end-if.
           move corrLot to cwLot.
           move corrDate to cwDate.
           write corrWorkRec
               invalid key rewrite corrWorkRec
           end-write.
           if fsCorrWork is not equal to "00"
               move corrWorkName to workFailFile
               move fsCorrWork to workFailStatus
               perform workFileFailure
           end-if.

       findCorrectionCard.
           move zero to corrFound.
           move inNum to cwNum.
           read corrWork
               invalid key move zero to corrFound
               not invalid key move 1 to corrFound
           end-read.

    *>    advance the seen-ID stream in step with the sorted card
    *>    stream: old records below inNum are carried forward to the
           if seenTrackingOn is equal to 1
               move inNum to nsNum
               move riDate to nsFirstDate
               if intradayMode is equal to 1
                   move 'I' to nsIntraday
               else
                   move space to nsIntraday
               end-if
               write newSeenLine from newSeenRecord
           end-if.

    *>    the append-only audit log's pre-run length, noted once on a
    *>    fresh run so a later resume knows where this run's slice
    *>    begins. no file yet just means the slice starts at zero.
    *>    key the numbers the day's intraday runs have already decided:
    *>    the I rows on the log ahead of this run's own slice (a
    *>    resumed intraday run's kept rows sit past the base and are
    *>    its own; a shared log named apart from this run's is read
    *>    whole). the log is cut into its generations every night, so
    *>    whatever I rows stand on it are today's.
       loadIntradayDecisions.
           open input intradayLogFile.
           if fsIntradayLog is not equal to "00"
               exit paragraph
           end-if.
           move zero to auditLinesRead.
           move zero to auditReadEof.
           perform until auditReadEof is equal to 1
                   or (intradayLogOwn is equal to 1
                   and auditLinesRead is not less than auditBaseLines)
               read intradayLogFile into intradayAuditIn
                   at end move 1 to auditReadEof
                   not at end
                       add 1 to auditLinesRead
                       if iaIntraday is equal to 'I'
                               and iaDate is numeric
                           perform keyIntradayDecision
                       end-if
               end-read
           end-perform.
           close intradayLogFile.
           if intradayRowCount is greater than zero
               move 1 to intradayDoneOn
               display intradayRowCount
                   " INTRADAY DECISIONS ALREADY ON THE AUDIT LOG"
           end-if.

    *>    a number decided twice in the day keys once.
       keyIntradayDecision.
           move function test-numval(iaNum) to intradayNumCheck.
           if intradayNumCheck is not equal to zero
               exit paragraph
           end-if.
           move function numval(iaNum) to idwNum.
           write intradayWorkRec
               invalid key continue
           end-write.
           if fsIntradayWork is equal to "00"
               add 1 to intradayRowCount
           end-if.
           if fsIntradayWork is not equal to "00"
                   and fsIntradayWork is not equal to "22"
               move intradayWorkName to workFailFile
               move fsIntradayWork to workFailStatus
               perform workFileFailure
           end-if.

       countAuditBaseLines.
           move zero to auditBaseLines.
           open input auditFile.
               close restartFile
           end-if.

    *>    key the reserved-range list into its work file, once per
    *>    run, the same once-per-run style as PRIMTEST's PRIMECFG.DAT;
    *>    rows that don't parse as ranges are skipped.
       loadReservedRanges.
           open input reservedFile.
    *>    old layout is told apart by the space its nine-digit start
    *>    leaves in column ten, and loads as active with no end.
       loadOneReservedRow.
           move zero to resRowOk.
           move reservedLine to reservedRecordIn.
           if reservedLine(10:1) is equal to space
               if roStart is numeric and roEnd is numeric
                   move 1 to resRowOk
                   move roStart to rswStart
                   move roEnd to rswEnd
                   move roReason to rswReason
                   if roEffDate is numeric
                       move roEffDate to rswEffDate
                   else
                       move zero to rswEffDate
                   end-if
                   move zero to rswExpDate
                   move 'A' to rswStatus
               end-if
           else
               if rrStart is numeric and rrEnd is numeric
                   move 1 to resRowOk
                   move rrStart to rswStart
                   move rrEnd to rswEnd
                   move rrReason to rswReason
                   if rrEffDate is numeric
                       move rrEffDate to rswEffDate
                   else
                       move zero to rswEffDate
                   end-if
                   if rrExpDate is numeric
                       move function numval(rrExpDate) to rswExpDate
                   else
                       move zero to rswExpDate
                   end-if
                   if rrStatus is equal to space
                       move 'A' to rswStatus
                   else
                       move rrStatus to rswStatus
                   end-if
               end-if
           end-if.
           if resRowOk is equal to 1
               perform keyOneReservedRange
           end-if.

    *>    file the range under its start's complement, and widen the
    *>    downward-read bound if it's the widest range yet.
       keyOneReservedRange.
           compute rswStartDesc = 9999999999 - rswStart.
           compute rswSeq = resCount + 1.
           write reservedWorkRec
               invalid key continue
           end-write.
           if fsReservedWork is not equal to "00"
               move reservedWorkName to workFailFile
               move fsReservedWork to workFailStatus
               perform workFileFailure
               exit paragraph
           end-if.
           add 1 to resCount.
           if rswEnd is greater than rswStart
               compute resSpan = rswEnd - rswStart
               if resSpan is greater than resMaxSpan
                   move resSpan to resMaxSpan
               end-if
           end-if.

    *>    a range only screens while it's active and the run date
    *>    sits inside its effective-to-expiry window; pending,
    *>    expired and released ranges don't fire, and an active range
    *>    whose expiry has passed stops firing on its own. the read
    *>    starts at the highest start at or below inNum and walks
    *>    down until a range covers it or the starts fall further
    *>    below it than the widest range on file.
       checkReservedRange.
           move zero to resHit.
           if resCount is equal to zero or inNum is less than zero
               exit paragraph
           end-if.
           compute rswStartDesc = 9999999999 - inNum.
           move zero to rswSeq.
           compute resScanFloor = inNum - resMaxSpan.
           move zero to resScanEof.
           start reservedWork key is not less than rswKey
               invalid key move 1 to resScanEof
           end-start.
           perform until resScanEof is equal to 1
               read reservedWork next record
                   at end move 1 to resScanEof
                   not at end perform checkOneReservedRange
               end-read
           end-perform.

       checkOneReservedRange.
           if rswStart is less than resScanFloor
               move 1 to resScanEof
               exit paragraph
           end-if.
           if inNum is not greater than rswEnd
                   and rswStatus is equal to 'A'
                   and riDate is not less than rswEffDate
                   and (rswExpDate is equal to zero
                       or riDate is not greater than rswExpDate)
               move 1 to resHit
               move rswReason to resHitReason
               move 1 to resScanEof
           end-if.

    *>    look inNum up on the voided-number work file; a number
    *>    issued again after its void is live.
       checkVoidedNumber.
           move zero to voidHit.
           if voidCount is equal to zero or inNum is less than zero
               exit paragraph
           end-if.
           move inNum to vwNum.
           read voidWork
               not invalid key
                   if vwReissued is equal to zero
                       move 1 to voidHit
                   end-if
           end-read.

    *>    two passes over the register: the voided entries are keyed
    *>    into the work file, then any entry still open for a number
    *>    on it -- a re-issue after the void -- marks it live again.
       loadVoidedNumbers.
           open input issuregFile.
           if fsIssureg is not equal to "00"
               exit paragraph
           end-if.
           move zero to issuregEof.
           perform until issuregEof is equal to 1
               read issuregFile into issuregRecordIn
                   at end move 1 to issuregEof
                   not at end
                       if igVoidFlag is equal to 'V' and igNum is numeric
                           perform keyVoidedNumber
                       end-if
               end-read
           end-perform.
           close issuregFile.
           if voidCount is equal to zero
               exit paragraph
           end-if.
           open input issuregFile.
           move zero to issuregEof.
           perform until issuregEof is equal to 1
               read issuregFile into issuregRecordIn
                   at end move 1 to issuregEof
                   not at end
                       if igVoidFlag is not equal to 'V'
                               and igNum is numeric
                           perform markVoidReissued
                       end-if
               end-read
           end-perform.
           close issuregFile.

    *>    a number voided twice keeps its first void.
       keyVoidedNumber.
           move igNum to vwNum.
           if igVoidDate is numeric
               move igVoidDate to vwDate
           else
               move zero to vwDate
           end-if.
           move zero to vwReissued.
           write voidWorkRec
               invalid key continue
           end-write.
           if fsVoidWork is equal to "00"
               add 1 to voidCount
           else
               if fsVoidWork is not equal to "22"
                   move voidWorkName to workFailFile
                   move fsVoidWork to workFailStatus
                   perform workFileFailure
               end-if
           end-if.

       markVoidReissued.
           move igNum to vwNum.
           read voidWork
               not invalid key
                   move 1 to vwReissued
                   rewrite voidWorkRec
                       invalid key continue
                   end-rewrite
                   if fsVoidWork is not equal to "00"
                       move voidWorkName to workFailFile
                       move fsVoidWork to workFailStatus
                       perform workFileFailure
                   end-if
           end-read.

    *>    month, day-in-month and leap-year edits on the card date,
    *>    plus not later than the run date -- the same checks
               end-if
           end-if.

       *> check-digit validation: num's rightmost digit is proved
       *> under the scheme CDCHECK finds for the card -- the latest
       *> one in force on the card's own date for the department its
       *> lot prefix maps to (or the block the number sits in), MOD-10
       *> where nothing says otherwise. the card date has already
       *> passed validateCardDate, so a card issued before its
       *> department's changeover still proves out under the old
       *> scheme. both schemes walk the ten-digit frame, which serves
       *> both formats at once: a nine-digit number sits right-aligned
       *> with a leading zero that weighs nothing.
       validateCheckDigit.
           move num to cdNumber.
           move inLotId to cdLot.
           move spaces to cdDept.
           move inCardDate to cdDate.
           call 'CDCHECK' using cdAction, cdNumber, cdLot, cdDept,
               cdDate, cdScheme, cdResult.
           if cdResult is equal to 'Y'
               move 1 to cdOk
           else
               move zero to cdOk
               move csvClassification to auditResult
               move inLotId to auditLot
               move inCardDate to auditCardDate
               if cardRecvInt is equal to zero
                   move zero to auditRecvDays
               else
                   compute auditRecvDays = riDateInt - cardRecvInt
                       on size error move zero to auditRecvDays
                   end-compute
               end-if
               write auditLine from auditRecord
           end-if.
           add 1 to auditRowCount.
           move zero to bucketCompositeCount.
           move 1 to bucketStarted.

    *>    finds inLotId on the lot work file, adding its entry the
    *>    first time a lot id is seen tonight; the entry stays in the
    *>    record area for the card's counts to land on.
       findOrAddLot.
           move zero to lotInHand.
           move inLotId to lwkLotId.
           read lotWork
               invalid key perform addLotEntry
               not invalid key move 1 to lotInHand
           end-read.

    *>    the registration verdict is settled once, at the lot's first
    *>    card, and read off the entry for every card after it.
       addLotEntry.
           perform checkLotRegistration.
           move inLotId to lwkLotId.
           move zero to lwkPrimeCount.
           move zero to lwkCompositeCount.
           move zero to lwkRejectCount.
           move lotRegFound to lwkRegistered.
           move lotRegShut to lwkShutStatus.
           write lotWorkRec
               invalid key continue
           end-write.
           if fsLotWork is equal to "00"
               add 1 to lotCount
               move 1 to lotInHand
           else
               move lotWorkName to workFailFile
               move fsLotWork to workFailStatus
               perform workFileFailure
           end-if.

    *>    is inLotId on the registration master? with the check off
    *>    (no file on disk) every lot passes.
       checkLotRegistration.
           move space to lotRegShut.
           if lotRegOn is equal to zero
               move 1 to lotRegFound
           else
               move zero to lotRegFound
               move inLotId to lrwLotId
               read lotregWork
                   not invalid key
                       move 1 to lotRegFound
                       if lrwStatus is equal to 'L'
                               or lrwStatus is equal to 'X'
                           move lrwStatus to lotRegShut
                       end-if
               end-read
           end-if.

    *>    key the lot registration master into its work file, same
    *>    once-per-run style as the reserved-range list.
       loadLotRegistrations.
           open input lotregFile.
           if fsLotreg is equal to "00"
                       not at end
                           move lotregLine to lotregRecordIn
                           if lriLotId is not equal to spaces
                               perform keyOneLotRegistration
                           end-if
                   end-read
               end-perform
               close lotregFile
           end-if.

    *>    a lot id on the master twice keeps its first row.
       keyOneLotRegistration.
           move lriLotId to lrwLotId.
           move lriStatus to lrwStatus.
           move lriPriority to lrwPriority.
           write lotregWorkRec
               invalid key continue
           end-write.
           if fsLotregWork is not equal to "00"
                   and fsLotregWork is not equal to "22"
               move lotregWorkName to workFailFile
               move fsLotregWork to workFailStatus
               perform workFileFailure
           end-if.

    *>    one reject record per rejected card, looked up off the shared
    *>    reason table by the classification text the CSV and audit
    *>    rows carry; quiet on the replayed part of a resumed run, like
    *>    every other per-card write.
       writeRejectRecord.
           if publishOn is not equal to 1
               exit paragraph
           end-if.
           move inCard to rejectCardImage.
           move '99' to rejectReasonCode.
           move csvClassification to rejectReasonText.
           perform varying reasonIdx from 1 by 1
                   until reasonIdx is greater than reasonCount
               if reasonText(reasonIdx) is equal to csvClassification
                   move reasonCode(reasonIdx) to rejectReasonCode
               end-if
           end-perform.
           move riDate to rejectRunDate.
           move riJobId to rejectJob.
           move inLotId to rejectLot.
           write rejectLine from rejectRecord.
           add 1 to rejLinesPublished.

       addLotPrime.
           if lotInHand is equal to 1
               add 1 to lwkPrimeCount
               perform rewriteLotEntry
           end-if.

       addLotComposite.
           if lotInHand is equal to 1
               add 1 to lwkCompositeCount
               perform rewriteLotEntry
           end-if.

       addLotReject.
           if lotInHand is equal to 1
               add 1 to lwkRejectCount
               perform rewriteLotEntry
           end-if.

       rewriteLotEntry.
           rewrite lotWorkRec
               invalid key continue
           end-rewrite.
           if fsLotWork is not equal to "00"
               move lotWorkName to workFailFile
               move fsLotWork to workFailStatus
               perform workFileFailure
           end-if.

    *>    yyyymmdd to a day number via FUNCTION INTEGER-OF-DATE, with a
                   move -1 to cardAgeDays
                   perform addAgingEntry
               else
    *>    the age is business days between the card date and the
    *>    deck's receipt business date off the processing calendar,
    *>    so a holiday weekend doesn't age anybody three days, and
    *>    neither do the nights a received deck waited on our side.
                   move 'D' to calFunc
                   move inCardDate to calDate1
                   move cardRecvDate to calDate2
                   call 'PRODCAL' using calFunc, calDate1, calDate2,
                       calResult
                   move calResult to cardAgeDays
           end-if.

       addAgingEntry.
           move inNum to agNum.
           move inLotId to agLot.
           move inCardDate to agDate.
           if cardAgeDays is less than zero
               move 1 to agFuture
               move zero to agAge
           else
               move zero to agFuture
               move cardAgeDays to agAge
           end-if.
           write agingWorkLine from agingRecord.
           if fsAgingWork is equal to "00"
               add 1 to agingCount
           else
               move agingWorkName to workFailFile
               move fsAgingWork to workFailStatus
               perform workFileFailure
           end-if.

    *>    the feed a reject came from, printed right under the reject
       writePageHeader.
           add 1 to pageNumber.
           move pageNumber to riOutPage.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           if pageNumber is equal to 1
               write outLine from titleLine after advancing 0 lines
           else
           end-if.

    *>    the break subtotal for the lot just finished, straight off
    *>    the by-lot counts accumulated during classification.
       writeLotBreakSubtotal.
           move prevBreakKey to lwkLotId.
           read lotWork
               not invalid key
                   move lwkLotId to lstLotId
                   move lwkPrimeCount to lstPrimeCount
                   move lwkCompositeCount to lstCompositeCount
                   move lwkRejectCount to lstRejectCount
                   perform checkPageBreak
                   write outLine from lotSubtotalLine
                       after advancing 1 line
           end-read.

       writeClassBreakTotal.
           if prevBreakKey(1:1) is equal to '1'
           perform checkPageBreak.
           write outLine from bucketSubtotalLine after advancing 1 line.
           add 1 to outLinesPublished.

    *>    the keyed work files start empty every run: each is created
    *>    fresh, then reopened for update so the loads, lookups and
    *>    count updates can all work against it.
       openWorkFiles.
           open output lotWork.
           if fsLotWork is equal to "00"
               close lotWork
               open i-o lotWork
           end-if.
           if fsLotWork is not equal to "00"
               move lotWorkName to workFailFile
               move fsLotWork to workFailStatus
               perform workFileFailure
           end-if.
           open output lotregWork.
           if fsLotregWork is equal to "00"
               close lotregWork
               open i-o lotregWork
           end-if.
           if fsLotregWork is not equal to "00"
               move lotregWorkName to workFailFile
               move fsLotregWork to workFailStatus
               perform workFileFailure
           end-if.
           open output reservedWork.
           if fsReservedWork is equal to "00"
               close reservedWork
               open i-o reservedWork
           end-if.
           if fsReservedWork is not equal to "00"
               move reservedWorkName to workFailFile
               move fsReservedWork to workFailStatus
               perform workFileFailure
           end-if.
           open output voidWork.
           if fsVoidWork is equal to "00"
               close voidWork
               open i-o voidWork
           end-if.
           if fsVoidWork is not equal to "00"
               move voidWorkName to workFailFile
               move fsVoidWork to workFailStatus
               perform workFileFailure
           end-if.
           open output corrWork.
           if fsCorrWork is equal to "00"
               close corrWork
               open i-o corrWork
           end-if.
           if fsCorrWork is not equal to "00"
               move corrWorkName to workFailFile
               move fsCorrWork to workFailStatus
               perform workFileFailure
           end-if.
           open output intradayWork.
           if fsIntradayWork is equal to "00"
               close intradayWork
               open i-o intradayWork
           end-if.
           if fsIntradayWork is not equal to "00"
               move intradayWorkName to workFailFile
               move fsIntradayWork to workFailStatus
               perform workFileFailure
           end-if.
           open output agingWork.
           if fsAgingWork is not equal to "00"
               move agingWorkName to workFailFile
               move fsAgingWork to workFailStatus
               perform workFileFailure
           end-if.

    *>    a work file that won't open or won't take a write means the
    *>    night can't be trusted to count or screen: the run ends with
    *>    return code 8 and a critical alert rather than a short
    *>    subtotal or a skipped check. reported once, however many
    *>    cards trip over it.
       workFileFailure.
           move 1 to openFailureSeen.
           if workFailSeen is equal to 1
               exit paragraph
           end-if.
           move 1 to workFailSeen.
           display "WORK FILE FAILURE, STATUS " workFailStatus
               " FILE " function trim(workFailFile).
           move 'C' to awSeverity.
           move spaces to awMessage.
           string "WORK FILE FAILURE, STATUS " delimited by size
                  workFailStatus delimited by size
                  " FILE " delimited by size
                  workFailFile delimited by space
               into awMessage.
           call 'ALERTWTR' using rsProgram, awSeverity, awMessage.

       writeLotSummaryLine.
           move lwkLotId to lstLotId.
           move lwkPrimeCount to lstPrimeCount.
           move lwkCompositeCount to lstCompositeCount.
           move lwkRejectCount to lstRejectCount.
           if lotRegOn is equal to 1 and lwkRegistered is equal to zero
               move '  **NOT REGISTERED' to lstRegFlag
           else
               move spaces to lstRegFlag
           end-if.
           perform checkPageBreak.
           write outLine from lotSubtotalLine after advancing 1 line.

       writeAgingLine.
           if agFuture is equal to 1
               move agNum to afNum
               move agLot to afLot
               move agDate to afDate
               perform checkPageBreak
               write outLine from agingFutureLine after advancing 1 line
           else
               move agNum to adNum
               move agLot to adLot
               move agDate to adDate
               move agAge to adAge
               perform checkPageBreak
               write outLine from agingDetailLine after advancing 1 line
           end-if.
