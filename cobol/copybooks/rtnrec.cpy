    *>    shared reject-return transmission records: the file
    *>    rejret.cob sends each department every night, so the
    *>    department loads its rejected cards straight into its own
    *>    correction process instead of re-keying them off the burst.
    *>    the shape is the one deblock.cob takes in, turned around --
    *>    every record leads with an eight-column marker, the way
    *>    XMITBAT, XMITTAL and TRAILER cards work:
    *>      XMITBAT  batch header: batch id (the night returned), the
    *>               count of returned cards, the department and the
    *>               date the batch was cut;
    *>      RETLOT   one per lot returned: the lot, the night it was
    *>               classified, and how many of its cards were
    *>               accepted and how many rejected;
    *>      RETCARD  one per rejected card, behind its lot's RETLOT:
    *>               the card exactly as it came in, the reason code
    *>               and text off rejcode.cpy, and the night it was
    *>               rejected;
    *>      TRAILER  the batch trailer: the RETCARD count and the hash
    *>               of their allocation numbers (sign dropped, modulo
    *>               10**13), the same control trailer primes2.cob and
    *>               burst.cob close their own outputs with.
    *>    callers pick their own names via COPY ... REPLACING, the
    *>    same as incard.cpy.
       01 RETURN-HEADER-RECORD.
           02 filler picture x(8) value 'XMITBAT '.
           02 RETURN-HEADER-BATCH picture x(8).
           02 RETURN-HEADER-COUNT picture 9(9).
           02 filler picture x value space.
           02 RETURN-HEADER-DEPT picture x(8).
           02 filler picture x value space.
           02 RETURN-HEADER-DATE picture 9(8).
           02 filler picture x(77) value spaces.
       01 RETURN-LOT-RECORD.
           02 filler picture x(8) value 'RETLOT  '.
           02 RETURN-LOT-ID picture x(10).
           02 filler picture x value space.
           02 RETURN-LOT-RUN-DATE picture 9(8).
           02 filler picture x value space.
           02 RETURN-LOT-ACCEPTED picture 9(9).
           02 filler picture x value space.
           02 RETURN-LOT-REJECTED picture 9(9).
           02 filler picture x(73) value spaces.
       01 RETURN-CARD-RECORD.
           02 filler picture x(8) value 'RETCARD '.
           02 RETURN-CARD-IMAGE picture x(80).
           02 RETURN-CARD-REASON-CODE picture x(2).
           02 filler picture x value space.
           02 RETURN-CARD-REASON-TEXT picture x(15).
           02 filler picture x value space.
           02 RETURN-CARD-RUN-DATE picture x(8).
           02 filler picture x(5) value spaces.
       01 RETURN-TRAILER-RECORD.
           02 filler picture x(8) value 'TRAILER '.
           02 RETURN-TRAILER-COUNT picture 9(9).
           02 filler picture x(6) value ' HASH '.
           02 RETURN-TRAILER-HASH picture 9(13).
           02 filler picture x(84) value spaces.
