*> RetroRateRecord layout for the back-dated rate-change file - empmaint
*> and rateappr write one line whenever a rate change is keyed with an
*> effective date earlier than the day it is applied, and the payretro
*> run works the pending lines off: every period already paid since the
*> effective date is recomputed at the new rate and the difference paid
*> as a retro adjustment, then the line is marked done with the period
*> the back pay went out in
01 RetroRateRecord.
       02 RTIdent      PIC 9(3).
       02 RTOldRate    PIC 9(3)V99.
       02 RTNewRate    PIC 9(3)V99.
       02 RTEffDate    PIC 9(8).
       02 RTKeyDate    PIC 9(8).
       02 RTOperator   PIC X(8).
       02 RTStatus     PIC X.
           88 RTPending VALUE "P".
           88 RTDone    VALUE "D".
       02 RTDoneDate   PIC 9(8).
       02 RTPaidPeriod PIC 9(6).
