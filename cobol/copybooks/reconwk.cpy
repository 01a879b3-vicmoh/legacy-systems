    *>    shared registry reconciliation worklist record: one row per
    *>    allocation number the monthly full-file match against the
    *>    registry's dump found out of step -- the kind ('T' only the
    *>    registry holds it, 'O' only our master does, 'C' the
    *>    classification disagrees, 'L' the lot disagrees, 'B' both),
    *>    what each side said, when it was first and last found, and
    *>    where it stands: 'O' open, 'C' cleared by an operator with a
    *>    note, 'R' resolved because a later dump no longer shows it.
    *>    regrecon.cob writes it; regcor.cob lists and clears it.
    *>    callers pick their own names via COPY ... REPLACING, the
    *>    same as rstrec.cpy.
       01 RECON-RECORD.
           02 RECON-NUM picture 9(10).
           02 filler picture x value space.
           02 RECON-TYPE picture x.
           02 filler picture x value space.
           02 RECON-OUR-CLASS picture x.
           02 filler picture x value space.
           02 RECON-OUR-LOT picture x(10).
           02 filler picture x value space.
           02 RECON-THEIR-CLASS picture x.
           02 filler picture x value space.
           02 RECON-THEIR-LOT picture x(10).
           02 filler picture x value space.
           02 RECON-FIRST-DATE picture 9(8).
           02 filler picture x value space.
           02 RECON-LAST-DATE picture 9(8).
           02 filler picture x value space.
           02 RECON-STATE picture x.
           02 filler picture x value space.
           02 RECON-CLEAR-DATE picture 9(8).
           02 filler picture x value space.
           02 RECON-OPERATOR picture x(8).
           02 filler picture x value space.
           02 RECON-NOTE picture x(30).
           02 filler picture x(12) value spaces.
