*> by empmaint when a rate change moves more than the configured
*> percentage threshold and worked off by the rateappr supervisor
*> program - the change is held here unapplied until a second pair of
*> hands approves or rejects it; the effective date the change was
*> keyed with rides on the end, and an approved change effective
*> before the day it is approved goes on to the retro-pay file
01 PendingRateRecord.
       02 PDIdent     PIC 9(3).
       02 PDOldRate   PIC 9(3)V99.
       02 PDNewRate   PIC 9(3)V99.
       02 PDDate      PIC 9(8).
       02 PDRequestor PIC X(8).
       02 PDEffDate   PIC 9(8).
