*> RetroHistRecord layout for the retro-pay history payretro appends -
*> one line per paid period recomputed: the period, the gross it was
*> paid at, the gross at the new rate, and the difference split the way
*> the payroll record splits gross; a later retro run for the same
*> period takes what was already paid back here into account, so back
*> pay is never paid twice
01 RetroHistRecord.
       02 RHIdent      PIC 9(3).
       02 RHPeriod     PIC 9(6).
       02 RHPaidPeriod PIC 9(6).
       02 RHOldGross   PIC 9(5)V99.
       02 RHNewGross   PIC 9(5)V99.
       02 RHRegDiff    PIC S9(5)V99.
       02 RHOTDiff     PIC S9(5)V99.
       02 RHPremDiff   PIC S9(5)V99.
       02 RHRunDate    PIC 9(8).
