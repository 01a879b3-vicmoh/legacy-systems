    *>    shift knows where it stands. run at the end of the stream,
    *>    this program gathers every reject and out-of-balance
    *>    condition from the night's outputs into one page, grouped by
    *>    source program and reason, with counts. every reason is
    *>    worded off the shared reason-code table, and the reject files'
    *>    records carry their code, so the sheet names a reject exactly
    *>    the way rework.cob and recid.cob do.
       identification division.
       program-id. excsum.

           77 scanFileName pic x(99).
           77 outputFileName pic x(99) value "./excsum.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsScan pic xx.
           77 fsOutput pic xx.
           77 eofScan pic 9.
           77 excIdx pic 9(4).
           77 excFound pic 9(4).
           77 lastSource pic x(9).
    *>    shared reject reason codes and reject record, the same ones
    *>    tutorial1.cob and primes2.cob write.
           77 rsnIdx pic 9(2).
           77 rsnLookupCode pic x(2).
       COPY rejcode REPLACING REASON-COUNT BY rsnCount
                              REASON-VALUES BY rsnValues
                              REASON-TABLE BY rsnTable
                              REASON-ENTRY BY rsnEntry
                              REASON-CODE BY rsnCode
                              REASON-TEXT BY rsnText.
       COPY rejrec REPLACING REJECT-RECORD BY rejectRecord
                             REJECT-CARD BY rejectCardImage
                             REJECT-REASON-CODE BY rejectReasonCode
                             REJECT-REASON-TEXT BY rejectReasonText
                             REJECT-RUN-DATE BY rejectRunDate
                             REJECT-JOB BY rejectJob
                             REJECT-LOT BY rejectLot.
       01 excTable.
           02 excEntry occurs 100 times.
               03 exSource pic x(9).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(25) value 'MORNING EXCEPTION SUMMARY'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           if envOverride is not equal to spaces
               move envOverride to outputFileName
           end-if.
           call 'RGNCHK' using outputFileName, runRegion.
           accept envOverride from environment "T1_REJECT_DD".
           if envOverride is not equal to spaces
               move envOverride to t1RejectFileName
           end-if.
           call 'RGNCHK' using t1RejectFileName, runRegion.
           accept envOverride from environment "PRIMES2_REJECT_DD".
           if envOverride is not equal to spaces
               move envOverride to p2RejectFileName
           end-if.
           call 'RGNCHK' using p2RejectFileName, runRegion.
           accept envOverride from environment "T1_REPORT_DD".
           if envOverride is not equal to spaces
               move envOverride to t1ReportFileName
           end-if.
           call 'RGNCHK' using t1ReportFileName, runRegion.
           accept envOverride from environment "PRIMES2_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to p2ReportFileName
           end-if.
           call 'RGNCHK' using p2ReportFileName, runRegion.
           accept envOverride from environment "PRIMES3_REPORT_DD".
           if envOverride is not equal to spaces
               move envOverride to p3ReportFileName
           end-if.
           call 'RGNCHK' using p3ReportFileName, runRegion.

    *>    each source's reject file (every record a reject by
    *>    definition) and report file (exception lines picked out of
                   read scanFile
                       at end move 1 to eofScan
                       not at end
                           perform nameRejectRecord
                           move zero to countsAsException
                           perform tallyException
                   end-read
               close scanFile
           end-if.

    *>    a reject record names its own reason; a bare card from an
    *>    older reject file is just counted.
       nameRejectRecord.
           move scanLine to rejectRecord.
           if rejectReasonCode is equal to spaces
               move 'REJECT FILE (CTL)' to reasonText
           else
               move rejectReasonCode to rsnLookupCode
               perform useReasonCode
               move reasonText to rejectReasonText
               move spaces to reasonText
               string 'CTL ' delimited by size
                   rejectReasonText delimited by size
                   into reasonText
           end-if.

    *>    the table's wording for a reason code.
       useReasonCode.
           move spaces to reasonText.
           perform varying rsnIdx from 1 by 1
                   until rsnIdx is greater than rsnCount
               if rsnCode(rsnIdx) is equal to rsnLookupCode
                   move rsnText(rsnIdx) to reasonText
               end-if
           end-perform.

       scanReportFile.
           open input scanFile.
           if fsScan is equal to "00"
               perform tallyException
               exit paragraph
           end-if.
           inspect scanLine tallying hitCount
               for all "LATE OR DUPLICATE LOT".
           if hitCount is greater than zero
               move '08' to rsnLookupCode
               perform useReasonCode
               perform tallyException
               exit paragraph
           end-if.
           inspect scanLine tallying hitCount for all "DUPLICATE".
           if hitCount is greater than zero
               move '06' to rsnLookupCode
               perform useReasonCode
               perform tallyException
               exit paragraph
           end-if.
           inspect scanLine tallying hitCount
               for all "BAD CHECK DIGIT".
           if hitCount is greater than zero
               move '04' to rsnLookupCode
               perform useReasonCode
               perform tallyException
               exit paragraph
           end-if.
           inspect scanLine tallying hitCount for all "BAD DATE".
           if hitCount is greater than zero
               move '03' to rsnLookupCode
               perform useReasonCode
               perform tallyException
               exit paragraph
           end-if.
           inspect scanLine tallying hitCount
               for all "RESERVED RANGE".
           if hitCount is greater than zero
               move '05' to rsnLookupCode
               perform useReasonCode
               perform tallyException
               exit paragraph
           end-if.
           inspect scanLine tallying hitCount
               for all "VOIDED NUMBER".
           if hitCount is greater than zero
               move '10' to rsnLookupCode
               perform useReasonCode
               perform tallyException
               exit paragraph
           end-if.
           inspect scanLine tallying hitCount
               for all "NEGATIVE NUMBERS NOT SUPPORTED".
           if hitCount is greater than zero
               move '02' to rsnLookupCode
               perform useReasonCode
               perform tallyException
               exit paragraph
           end-if.
           inspect scanLine tallying hitCount for all "ILLEGAL INPUT".
           inspect scanLine tallying hitCount for all "illegal input".
           if hitCount is greater than zero
               move '01' to rsnLookupCode
               perform useReasonCode
               perform tallyException
               exit paragraph
           end-if.
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
