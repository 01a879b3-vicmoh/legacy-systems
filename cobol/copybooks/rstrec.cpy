    *>    shared restatement-history record: one row per master record
    *>    restate.cob reclassified under an approved PRIMECFG change --
    *>    which number, when and by which job, under which proposal,
    *>    the lot it stood under, the classification and factor before
    *>    and after. the master's own record layout is shared byte for
    *>    byte by the whole suite, so the prior answer lives here, beside
    *>    it, the way mstmnt.cob's annotations do. the registry state
    *>    is regext.cob's: 'Q' queued for the next transmission, 'S'
    *>    sent on the extract dated alongside it. callers pick their
    *>    own names via COPY ... REPLACING, the same as rejrec.cpy.
       01 RESTATE-RECORD.
           02 RESTATE-NUM picture 9(10).
           02 filler picture x value space.
           02 RESTATE-DATE picture 9(8).
           02 filler picture x value space.
           02 RESTATE-TIME picture 9(8).
           02 filler picture x value space.
           02 RESTATE-JOB picture x(8).
           02 filler picture x value space.
           02 RESTATE-PROPOSAL picture 9(6).
           02 filler picture x value space.
           02 RESTATE-LOT picture x(10).
           02 filler picture x value space.
           02 RESTATE-PRIOR-CLASS picture x(15).
           02 filler picture x value space.
           02 RESTATE-NEW-CLASS picture x(15).
           02 filler picture x value space.
           02 RESTATE-PRIOR-FACTOR picture 9(10).
           02 filler picture x value space.
           02 RESTATE-NEW-FACTOR picture 9(10).
           02 filler picture x value space.
           02 RESTATE-REG-STATE picture x.
           02 filler picture x value space.
           02 RESTATE-REG-DATE picture 9(8).
           02 filler picture x(10) value spaces.
