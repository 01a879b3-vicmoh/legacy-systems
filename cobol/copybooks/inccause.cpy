    *>    shared incident root-cause categories: incmnt.cob takes one
    *>    of these codes when an operator records why a step abended,
    *>    and increp.cob reads the text back off the same table, so a
    *>    cause counted as a repeat is the same cause every time
    *>    rather than whatever words each operator chose. UNKN stands
    *>    for an incident not yet -- or never -- run to ground.
    *>    callers pick their own names via COPY ... REPLACING, the
    *>    same as rejcode.cpy.
       01 CAUSE-COUNT picture 9(2) value 9.
       01 CAUSE-VALUES.
           02 filler picture x(24) value 'DATABAD INPUT DATA      '.
           02 filler picture x(24) value 'FILEFILE MISSING/LOCKED '.
           02 filler picture x(24) value 'SPACDISK SPACE          '.
           02 filler picture x(24) value 'PROGPROGRAM DEFECT      '.
           02 filler picture x(24) value 'OPEROPERATOR ERROR      '.
           02 filler picture x(24) value 'UPSTUPSTREAM/LATE FEED  '.
           02 filler picture x(24) value 'SYSTSYSTEM/ENVIRONMENT  '.
           02 filler picture x(24) value 'CONFCONFIGURATION       '.
           02 filler picture x(24) value 'UNKNNOT DETERMINED      '.
       01 CAUSE-TABLE redefines CAUSE-VALUES.
           02 CAUSE-ENTRY occurs 9 times.
               03 CAUSE-CODE picture x(4).
               03 CAUSE-TEXT picture x(20).
