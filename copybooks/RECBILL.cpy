*> RecurBillRecord layout for the recurring-billing template file
*> rbmaint keeps and the arbill month-end run invoices from - one line
*> per standing charge: the customer and template code, the amount and
*> what it is for, how often it bills, the start and stop dates (stop
*> zero for open-ended) and the last period it was billed for, which
*> is what stops a rerun billing the same period twice
01 RecurBillRecord.
       02 RBIDNum       PIC 9(5).
       02 RBCode        PIC X(4).
       02 RBAmount      PIC 9(7)V99.
       02 RBDescription PIC X(30).
       02 RBFrequency   PIC X.
           88 RBMonthly   VALUE "M".
           88 RBQuarterly VALUE "Q".
           88 RBAnnual    VALUE "A".
           88 RBValidFrequency VALUE "M", "Q", "A".
       02 RBStartDate   PIC 9(8).
       02 RBStopDate    PIC 9(8).
       02 RBLastPeriod  PIC 9(6).
