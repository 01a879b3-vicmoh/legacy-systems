    *>    shared reject record: the rejected card exactly as it came in
    *>    (so rework.cob can correct and resubmit it without losing the
    *>    sign, lot id or date), followed by why it was rejected -- the
    *>    reason code and text off rejcode.cpy -- and which run rejected
    *>    it: run date, job id, and the lot the card was counted under
    *>    (a correction card may have moved it off the lot it carries).
    *>    a reject file written before the reason was carried holds the
    *>    bare 80-column card, and reads back with the tail blank.
    *>    callers pick their own names via COPY ... REPLACING, the same
    *>    as incard.cpy.
       01 REJECT-RECORD.
           02 REJECT-CARD picture x(80).
           02 REJECT-REASON-CODE picture x(2).
           02 filler picture x value space.
           02 REJECT-REASON-TEXT picture x(15).
           02 filler picture x value space.
           02 REJECT-RUN-DATE picture x(8).
           02 filler picture x value space.
           02 REJECT-JOB picture x(8).
           02 filler picture x value space.
           02 REJECT-LOT picture x(10).
           02 filler picture x(3) value spaces.
