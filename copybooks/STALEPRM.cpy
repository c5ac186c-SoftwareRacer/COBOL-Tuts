*> StaleParmRecord layout for StaleParm.dat, the one-record file of
*> check-aging limits chkmaint maintains and chkage runs by - the days
*> outstanding at which a check goes on the stale list for payroll to
*> chase the payee, and the legal holding period in days after which
*> an uncashed check is moved to unclaimed status
01 StaleParmRecord.
       02 SPStaleDays PIC 9(3).
       02 SPHoldDays  PIC 9(4).
