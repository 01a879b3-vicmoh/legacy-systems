    *>    record, and writes a fixed-layout response file plus a
    *>    printed register. a lookup deck goes in one side and
    *>    answers come out the other with no operator in the middle.
    *>    every request card goes on the inquiry access log through
    *>    ACCLOG under the submitting operator (INQBATCH_OPERATOR, or
    *>    the job id when the scheduler runs it) before it is
    *>    answered; a card the log can't take is returned NOT LOGGED,
    *>    and a run with nobody to log against is refused.
       identification division.
       program-id. inqbatch.

           77 responseFileName pic x(99) value "./inqbatch.resp".
           77 registerFileName pic x(99) value "./inqbatch.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsDeck pic xx.
           77 fsMaster pic xx.
           77 fsArchive pic xx.
           77 ansLastDate pic 9(8).
           77 ansStatus pic x(11).
           77 ansFound pic 9.
    *>    who the deck is answered for, and the access-log row for
    *>    each request card with ACCLOG's verdict.
           77 inqOperator pic x(8) value spaces.
           77 accessResult pic x.
           77 notLoggedCount pic 9(9) value zero.
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
    *>    complete decomposition from the shared FACTLIST subprogram.
           77 factorChainText pic x(120).
    *>    completion record for the console status board, written
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(22) value 'BATCH INQUIRY REGISTER'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           02 riOutDate pic 9(8).
           02 filler pic x(7) value '  TIME '.
           02 riOutTime pic 9(8).
           02 filler pic x(11) value '  OPERATOR '.
           02 riOutOperator pic x(8).
       01 blankLine.
           02 filler pic x value space.
       01 registerDetailLine.
           02 filler pic x(14) value ' IN ARCHIVE, '.
           02 smNotFound pic z(8)9.
           02 filler pic x(12) value ' NOT ON FILE'.
       01 notLoggedLine.
           02 filler pic x value space.
           02 nlCount pic z(8)9.
           02 filler pic x(40) value
               ' NOT ANSWERED, ACCESS LOG NOT AVAILABLE'.

       procedure division.
           accept riDate from date yyyymmdd.
           if envOverride is not equal to spaces
               move envOverride to deckFileName
           end-if.
           call 'RGNCHK' using deckFileName, runRegion.
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
           accept envOverride from environment "INQBATCH_RESPONSE_DD".
           if envOverride is not equal to spaces
               move envOverride to responseFileName
           end-if.
           call 'RGNCHK' using responseFileName, runRegion.
           accept envOverride from environment "INQBATCH_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to registerFileName
           end-if.
           call 'RGNCHK' using registerFileName, runRegion.
    *>    a lookup nobody can be named for isn't answered at all.
           accept inqOperator from environment "INQBATCH_OPERATOR".
           if inqOperator is equal to spaces
               accept inqOperator from environment "JOBID"
           end-if.
           if inqOperator is equal to spaces
               display "NO OPERATOR FOR THE ACCESS LOG: SET "
                   "INQBATCH_OPERATOR OR JOBID. RUN REFUSED."
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
           open input deckFile.
           if fsDeck is not equal to "00"
               display "FILE OPEN FAILURE, DECK STATUS " fsDeck
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           move inqOperator to riOutOperator.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write registerLine from titleLine after advancing 0 lines.
           write registerLine from theUnderLine after advancing 1 line.
           write registerLine from runInfoLine after advancing 1 line.
           move archivedCount to smArchived.
           move notFoundCount to smNotFound.
           write registerLine from summaryLine after advancing 2 lines.
           if notLoggedCount is greater than zero
               move notLoggedCount to nlCount
               write registerLine from notLoggedLine
                   after advancing 1 line
           end-if.
           if masterAvailable is equal to 1
               close masterFile
           end-if.
           close registerFile.
           display "BATCH INQUIRY COMPLETE: " requestCount
               " REQUESTS, " notFoundCount " NOT ON FILE.".
           if notLoggedCount is greater than zero
               display notLoggedCount
                   " REQUESTS NOT ANSWERED, ACCESS LOG NOT AVAILABLE."
           end-if.
           if trailerSeen is equal to 1
                   and expectedCount is not equal to requestCount
               move 4 to return-code
           else if notLoggedCount is greater than zero
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           end-if.
           perform recordRunStatus.
           goback.
           move zero to ansLastDate.
           move zero to ansFound.
           move spaces to factorChainText.
           move spaces to accessRecord.
           move inqOperator to axOperator.
           move 'INQBATCH' to axProgram.
           move num to rpNum.
           move function trim(rpNum) to axNum.
           call 'ACCLOG' using accessRecord, accessResult.
           if accessResult is not equal to 'Y'
               move 'NOT LOGGED ' to ansStatus
               add 1 to notLoggedCount
               perform writeAnswer
               exit paragraph
           end-if.
    *>    master first -- the keyed read answers the live population
    *>    in one touch; the purge's archive catches what retention
    *>    moved out.
           if ansClassification is equal to 'NOT A PRIME'
               call 'FACTLIST' using num, factorChainText
           end-if.
           perform writeAnswer.

       writeAnswer.
           move num to rpNum.
           move ansStatus to rpStatus.
           move ansClassification to rpClassification.
