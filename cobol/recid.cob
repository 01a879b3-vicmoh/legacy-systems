    *>    generations plus the current file, and prints the repeat
    *>    offenders: lots that keep rejecting week over week, with
    *>    their weekly trend. this is the report that finally gets a
    *>    sloppy sending department fixed. the reasons are bucketed by
    *>    the shared reason-code table's codes, so a reject counts
    *>    under the same reason here as on excsum.cob's sheet and
    *>    rework.cob's screen.
       identification division.
       program-id. recid.

               value "./cobol/assets/auditgen.dat".
           77 reportFileName pic x(99) value "./recid.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsAudit pic xx.
           77 fsCatalog pic xx.
           77 fsReport pic xx.
           02 filler pic x.
           02 aiLot pic x(10).
           02 filler pic x(15).
    *>    shared reject reason codes, the same table the rejecting
    *>    programs stamp their reject records from.
           77 rsnIdx pic 9(2).
           77 rsnFoundCode pic x(2).
       COPY rejcode REPLACING REASON-COUNT BY rsnCount
                              REASON-VALUES BY rsnValues
                              REASON-TABLE BY rsnTable
                              REASON-ENTRY BY rsnEntry
                              REASON-CODE BY rsnCode
                              REASON-TEXT BY rsnText.
    *>    completion record for the console status board.
           77 rsProgram pic x(9) value 'RECID'.
           77 rsRc pic s9(4).
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(25) value 'REJECT RECIDIVISM REPORT'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           if envOverride is not equal to spaces
               move envOverride to currentAuditName
           end-if.
           call 'RGNCHK' using currentAuditName, runRegion.
           accept envOverride from environment "AUDITCUT_CATALOG_DD".
           if envOverride is not equal to spaces
               move envOverride to catalogFileName
           end-if.
           call 'RGNCHK' using catalogFileName, runRegion.
           accept envOverride from environment "RECID_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           accept envOverride from environment "RECID_WEEKS".
           if envOverride is not equal to spaces
               move function test-numval(envOverride) to numvalCheck
           goback.

       tallyOneAuditFile.
           call 'RGNCHK' using auditFileName, runRegion.
           open input auditFile.
           if fsAudit is equal to "00"
               move zero to eofFile
                   or aiResult is equal to "NOT A PRIME"
               exit paragraph
           end-if.
    *>    a reject: the reason text primes2 stamped is looked up on the
    *>    shared table and the reject bucketed by its code.
           add 1 to ltRejects(lotFound).
           perform tallyWeekReject.
           move '99' to rsnFoundCode.
           perform varying rsnIdx from 1 by 1
                   until rsnIdx is greater than rsnCount
               if rsnText(rsnIdx) is equal to aiResult
                   move rsnCode(rsnIdx) to rsnFoundCode
               end-if
           end-perform.
           evaluate rsnFoundCode
               when "04"
                   add 1 to ltBadCheck(lotFound)
               when "03"
                   add 1 to ltBadDate(lotFound)
               when "05"
                   add 1 to ltReserved(lotFound)
               when "06"
                   add 1 to ltDuplicate(lotFound)
               when other
                   add 1 to ltOtherRej(lotFound)
           end-if.
           move riDate to riOutDate.
           move riTime to riOutTime.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
