*> ARParmRecord layout for the one-record receivables parameter file
*> arparm maintains - the month-end finance charge reads its monthly
*> rate (a percentage), the minimum charge raised for a customer,
*> and the grace days an open item may run before it is charged;
*> aradjust reads the write-off amount above which a second
*> supervisor has to approve (zero means every write-off does)
01 ARParmRecord.
       02 APFinRate       PIC 99V999.
       02 APFinMinimum    PIC 9(5)V99.
       02 APGraceDays     PIC 9(3).
       02 APWriteOffLimit PIC 9(7)V99.
