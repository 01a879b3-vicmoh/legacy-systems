    *>    shared lot-hold record: one row per lot a supervisor has put
    *>    on hold through lothold.cob -- the lot, its state ('H' on
    *>    hold, 'R' released), when, by whom and why it was held, and
    *>    when and by whom it was let go. a lot held again after a
    *>    release takes its old row back. regext.cob, burst.cob and
    *>    chargebk.cob leave a held lot's rows out of what they send;
    *>    lotinq.cob and handover.cob show the hold. callers pick their
    *>    own names via COPY ... REPLACING, the same as rstrec.cpy.
       01 HOLD-RECORD.
           02 HOLD-LOT picture x(10).
           02 filler picture x value space.
           02 HOLD-STATE picture x.
           02 filler picture x value space.
           02 HOLD-DATE picture 9(8).
           02 filler picture x value space.
           02 HOLD-OPERATOR picture x(8).
           02 filler picture x value space.
           02 HOLD-REASON picture x(30).
           02 filler picture x value space.
           02 HOLD-RELEASE-DATE picture 9(8).
           02 filler picture x value space.
           02 HOLD-RELEASE-OPERATOR picture x(8).
           02 filler picture x value space.
