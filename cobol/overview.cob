    *>    the invocation counter persists across runs in a small
    *>    COUNT.DAT file, the same way tutorial1's restart file
    *>    persists checkpoint state.
       select count-file assign to dynamic count-file-name
           organization is line sequential
           file status is fs-count-file.
    *>    shared run-status file the suite's programs append completion
           77 run-count pic 99999.
           77 today-date pic 9(8).
           77 menu-choice pic x.
           77 count-file-name pic x(99)
               value "./cobol/assets/COUNT.DAT".
           77 fs-count-file pic xx.
    *>    status board: the run-status file is re-read before every
    *>    menu so a program just launched from here shows its fresh
               value "./cobol/assets/runstatus.dat".
           77 fs-status-file pic xx.
           77 env-override pic x(99).
           77 run-region pic x.
           77 eof-status pic 9.
    *>    the board read runs under the FILELOCK enqueue so a RUNSTAT
    *>    append mid-read can't hand the board a garbled record.
    *>    console has fired today without digging through the
    *>    scheduler's own logs.
           move zero to run-count.
           call 'RGNCHK' using count-file-name, run-region.
           open input count-file.
           if fs-count-file is equal to "00"
               read count-file into count-record
           if env-override is not equal to spaces
               move env-override to status-file-name
           end-if.
           call 'RGNCHK' using status-file-name, run-region.
           accept env-override from environment "ALERTS_DD".
           if env-override is not equal to spaces
               move env-override to alert-file-name
           end-if.
           call 'RGNCHK' using alert-file-name, run-region.
           move spaces to alert-work-name.
           string function trim(alert-file-name) delimited by size
                  ".ack" delimited by size
