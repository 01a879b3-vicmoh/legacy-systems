    *>    shared inquiry access-log record: one row per lookup made
    *>    through inquiry.cob, lotinq.cob, auditinq.cob or inqbatch.cob
    *>    -- when, the signed-on operator, the program, and the key
    *>    searched: an allocation number, a lot, a date range or a job,
    *>    whichever of them the lookup was keyed on, the rest blank.
    *>    the ACCLOG subprogram stamps the date and time and appends
    *>    the row; accrep.cob reports on the file. callers pick their
    *>    own names via COPY ... REPLACING, the same as rstrec.cpy.
       01 ACCESS-RECORD.
           02 ACCESS-DATE picture 9(8).
           02 filler picture x.
           02 ACCESS-TIME picture 9(8).
           02 filler picture x.
           02 ACCESS-OPERATOR picture x(8).
           02 filler picture x.
           02 ACCESS-PROGRAM picture x(8).
           02 filler picture x.
           02 ACCESS-NUM picture x(11).
           02 filler picture x.
           02 ACCESS-LOT picture x(10).
           02 filler picture x.
           02 ACCESS-FROM-DATE picture x(8).
           02 filler picture x.
           02 ACCESS-TO-DATE picture x(8).
           02 filler picture x.
           02 ACCESS-JOB picture x(8).
           02 filler picture x(9).
