*> TerminationRecord layout for the leaver file empmaint appends a
*> termination to - the last day worked, the reason, who keyed it, and
*> the pay period the last day falls in; the termpay run works each
*> open leaver through the final-pay steps and records here which ones
*> are done: benefits ended, recurring deductions ended, the vacation
*> balance paid out (hours, amount and the period it went out in),
*> and the direct-deposit account inactivated once the final payment
*> has been issued - tcentry and paybatch read it to take no timecard
*> for a period that starts after the last day
01 TerminationRecord.
       02 TMIdent        PIC 9(3).
       02 TMLastDay      PIC 9(8).
       02 TMReason       PIC X(8).
       02 TMKeyDate      PIC 9(8).
       02 TMOperator     PIC X(8).
       02 TMLastPeriod   PIC 9(6).
       02 TMBenDone      PIC X.
       02 TMDedDone      PIC X.
       02 TMPayoutDone   PIC X.
       02 TMPayoutHours  PIC 9(3)V99.
       02 TMPayoutAmount PIC 9(5)V99.
       02 TMPayoutPeriod PIC 9(6).
       02 TMBankDone     PIC X.
       02 TMFinalPeriod  PIC 9(6).
       02 TMStatus       PIC X.
           88 TMOpen     VALUE "O".
           88 TMComplete VALUE "C".
