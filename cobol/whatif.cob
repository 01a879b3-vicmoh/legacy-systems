    *>    change answer and how many per lot. the policy change gets
    *>    reviewed on paper before cfgmnt makes it real; nothing here
    *>    writes PRIMECFG.DAT.
    *>    cfgmnt no longer writes a change on one signon -- it files a
    *>    proposal for a second supervisor, and CALLs this program to
    *>    attach the impact report to it. the proposed values come in
    *>    through WHATIF_ILLEGAL_MAX and WHATIF_TRIAL_MIN (the report
    *>    name through WHATIF_OUTPUT_DD) and nothing is asked at the
    *>    console; run on its own, it prompts the way it always has.
       identification division.
       program-id. whatif.

               value "./cobol/assets/classmst.dat".
           77 reportFileName pic x(99) value "./whatif.out".
           77 envOverride pic x(99).
           77 runRegion pic x.
           77 fsMaster pic xx.
    *>    primelist controls: opened once, missing file just leaves
    *>    the lookup off and the replay trial-divides -- the same
       01 titleLine.
           02 filler pic x(6) value spaces.
           02 filler pic x(28) value 'PRIMECFG WHAT-IF ANALYSIS'.
           02 titleRegion pic x(22) value spaces.
       01 theUnderLine.
           02 filler pic x(32) value
        ' -------------------------------'.
           if envOverride is not equal to spaces
               move envOverride to masterFileName
           end-if.
           call 'RGNCHK' using masterFileName, runRegion.
           accept envOverride from environment "WHATIF_OUTPUT_DD".
           if envOverride is not equal to spaces
               move envOverride to reportFileName
           end-if.
           call 'RGNCHK' using reportFileName, runRegion.
           display "PRIMECFG WHAT-IF ANALYSIS".
           accept envOverride from environment "WHATIF_ILLEGAL_MAX".
           if envOverride is equal to spaces
               perform acceptIllegalMax
           else
               perform takeIllegalMaxFromEnv
               if entryOk is not equal to 1
                   move 8 to return-code
                   perform recordRunStatus
                   goback
               end-if
           end-if.
           accept envOverride from environment "WHATIF_TRIAL_MIN".
           if envOverride is equal to spaces
               perform acceptTrialMin
           else
               perform takeTrialMinFromEnv
           end-if.
           if entryOk is not equal to 1
               move 8 to return-code
               perform recordRunStatus
               goback
           end-if.
    *>    the same cross-field rule cfgmnt enforces before writing:
    *>    a TRIAL-MIN inside the illegal range can never fire.
           if proposedTrialMin is not greater than proposedIllegalMax
           if envOverride is not equal to spaces
               move envOverride to primeListFileName
           end-if.
           call 'RGNCHK' using primeListFileName, runRegion.
           open input primeListFile.
           if fsPrimeList is equal to "00"
               move 1 to primeListAvailable
               end-if
           end-perform.

    *>    handed-over values get the same range edits; a bad one
    *>    stops the run rather than replaying a nonsense policy.
       takeIllegalMaxFromEnv.
           move zero to entryOk.
           move function test-numval(envOverride) to numvalCheck.
           if numvalCheck is equal to zero
               move function numval(envOverride) to proposedIllegalMax
               if proposedIllegalMax is not less than zero
                       and proposedIllegalMax is less than 1000
                   move 1 to entryOk
               end-if
           end-if.
           if entryOk is not equal to 1
               display "WHATIF_ILLEGAL_MAX NOT A WHOLE NUMBER FROM 0 "
                   "TO 999: " function trim(envOverride)
           end-if.

       takeTrialMinFromEnv.
           move zero to entryOk.
           move function test-numval(envOverride) to numvalCheck.
           if numvalCheck is equal to zero
               move function numval(envOverride) to proposedTrialMin
               if proposedTrialMin is greater than 1
                       and proposedTrialMin is less than 10000
                   move 1 to entryOk
               end-if
           end-if.
           if entryOk is not equal to 1
               display "WHATIF_TRIAL_MIN NOT A WHOLE NUMBER FROM 2 "
                   "TO 9999: " function trim(envOverride)
           end-if.

    *>    one master record: only threshold-driven answers replay --
    *>    PRIME, NOT A PRIME and ILLEGAL INPUT. the card-edit rejects
    *>    (bad dates, check digits, duplicates) don't move with the
           move riTime to riOutTime.
           move proposedIllegalMax to plIllegalMax.
           move proposedTrialMin to plTrialMin.
           if runRegion is equal to 'T'
               move '   *** TEST REGION ***' to titleRegion
           end-if.
           write outLine from titleLine after advancing 0 lines.
           write outLine from theUnderLine after advancing 1 line.
           write outLine from runInfoLine after advancing 1 line.
