*> PayToleranceRecord layout for the one-record variance tolerance
*> file payrel maintains - how far, in percent, an employee's gross
*> and net may move against the last paid period or their average
*> before the payvar review flags them
01 PayToleranceRecord.
       02 PTGrossPct PIC 9(3)V9.
       02 PTNetPct   PIC 9(3)V9.
