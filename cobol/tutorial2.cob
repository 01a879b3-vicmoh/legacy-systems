       77 ws-recon-file-name pic x(99) value "./tutorial2.recon".
       77 ws-tape-file-name pic x(99) value "./tutorial2.tape".
       77 ws-env-override pic x(99).
       77 ws-run-region pic x.
       77 ws-fs-trans pic xx.
       77 ws-fs-recon pic xx.
       77 ws-fs-tape pic xx.
       01 recon-title-line.
           02 filler pic x(6) value spaces.
           02 filler pic x(21) value 'BATCH RECONCILIATION'.
           02 recon-title-region pic x(22) value spaces.
       01 recon-under-line.
           02 filler pic x(32) value
        ' -------------------------------'.
           if ws-env-override is not equal to spaces
               move ws-env-override to ws-trans-file-name
           end-if.
           call 'RGNCHK' using ws-trans-file-name, ws-run-region.
           accept ws-env-override from environment "TUTORIAL2_RECON_DD".
           if ws-env-override is not equal to spaces
               move ws-env-override to ws-recon-file-name
           end-if.
           call 'RGNCHK' using ws-recon-file-name, ws-run-region.
           accept ws-env-override from environment "TUTORIAL2_TAPE_DD".
           if ws-env-override is not equal to spaces
               move ws-env-override to ws-tape-file-name
           end-if.
           call 'RGNCHK' using ws-tape-file-name, ws-run-region.
           perform resolve-suspense-names.
           perform load-suspense.
           open input transFile.
           accept ws-ri-time from time.
           move ws-ri-date to rr-date.
           move ws-ri-time to rr-time.
           if ws-run-region is equal to 'T'
               move '   *** TEST REGION ***' to recon-title-region
           end-if.
           write recon-line from recon-title-line after advancing 0 lines.
           write recon-line from recon-under-line after advancing 1 line.
           write recon-line from recon-run-line after advancing 1 line.
           if ws-env-override is not equal to spaces
               move ws-env-override to ws-susp-file-name
           end-if.
           call 'RGNCHK' using ws-susp-file-name, ws-run-region.
           accept ws-env-override from environment "TUTORIAL2_ADJ_DD".
           if ws-env-override is not equal to spaces
               move ws-env-override to ws-adj-file-name
           end-if.
           call 'RGNCHK' using ws-adj-file-name, ws-run-region.

    *>    open items carried in memory; a missing file just means no
    *>    imbalance is outstanding.
