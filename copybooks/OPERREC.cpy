*> a clerk, level 2 a supervisor (deletes are supervisor-only); the
*> password lifecycle fields let opsignon force a change once the
*> password ages past the maintained limit and lock the ID after
*> repeated failures until a supervisor unlocks it in opermaint; the
*> role opermaint assigns is what the program access table grants to
*> (blank for an operator granted programs only by ID)
01 OperatorRecord.
       02 OPID        PIC X(8).
       02 OPPassword  PIC X(8).
       02 OPFailCount   PIC 99.
       02 OPLocked      PIC X.
           88 OPIsLocked VALUE "L".
       02 OPRole        PIC X(8).
