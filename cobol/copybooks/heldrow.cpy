    *>    shared withheld-row record: an audit row a distribution
    *>    program left out because its lot was on hold (holdrec.cpy),
    *>    queued on that program's own withheld file until the lot is
    *>    released -- the lot, number, result, run date and card date
    *>    as the audit row carried them, the cycle that withheld it
    *>    (the extract or burst date, or the billing period for the
    *>    chargeback), and the state: 'H' still withheld, 'S' sent on
    *>    the cycle dated alongside it. same queued/sent rule as
    *>    rstrec.cpy's registry state, so a rerun of a cycle carries
    *>    its released rows again. callers pick their own names via
    *>    COPY ... REPLACING.
       01 WITHHELD-RECORD.
           02 WITHHELD-LOT picture x(10).
           02 filler picture x value space.
           02 WITHHELD-NUM picture x(11).
           02 filler picture x value space.
           02 WITHHELD-RESULT picture x(15).
           02 filler picture x value space.
           02 WITHHELD-ROW-DATE picture x(8).
           02 filler picture x value space.
           02 WITHHELD-CARD-DATE picture x(8).
           02 filler picture x value space.
           02 WITHHELD-CYCLE picture 9(8).
           02 filler picture x value space.
           02 WITHHELD-STATE picture x.
           02 filler picture x value space.
           02 WITHHELD-SENT picture 9(8).
           02 filler picture x(4) value spaces.
