    *>    shared reject reason-code table: tutorial1.cob and
    *>    primes2.cob stamp every reject record with one of these codes,
    *>    and rework.cob, excsum.cob and recid.cob read the reason back
    *>    off the same table, so a card rejected for a bad check digit
    *>    is a BAD CHECK DIGIT on every report that mentions it instead
    *>    of each program re-deriving (or guessing) its own answer. the
    *>    text is the exact classification the writers already put on
    *>    the report, CSV and audit rows, so a text seen on any of them
    *>    looks its code up here. code 99 stands for a reject written
    *>    before the reason was carried. callers pick their own names
    *>    via COPY ... REPLACING, the same as incard.cpy.
       01 REASON-COUNT picture 9(2) value 11.
       01 REASON-VALUES.
           02 filler picture x(17) value '01ILLEGAL INPUT  '.
           02 filler picture x(17) value '02NEGATIVE NUMBER'.
           02 filler picture x(17) value '03BAD DATE       '.
           02 filler picture x(17) value '04BAD CHECK DIGIT'.
           02 filler picture x(17) value '05RESERVED       '.
           02 filler picture x(17) value '06DUPLICATE      '.
           02 filler picture x(17) value '07NOT REGISTERED '.
           02 filler picture x(17) value '08LATE LOT       '.
           02 filler picture x(17) value '09OUT OF BALANCE '.
           02 filler picture x(17) value '10VOIDED         '.
           02 filler picture x(17) value '99NOT RECORDED   '.
       01 REASON-TABLE redefines REASON-VALUES.
           02 REASON-ENTRY occurs 11 times.
               03 REASON-CODE picture x(2).
               03 REASON-TEXT picture x(15).
