*> LaborDistRecord layout for the labor distribution file paybatch
*> appends as it pays each timecard - one line per charge code the
*> card's pay landed on: the split hours at their share of the worked
*> gross, and the home department with the rest, the paid leave and
*> the rounding; the lines for a payment add back to its gross, and
*> the labor distribution report and the glextract journal charge
*> wage expense by them instead of by the home department
01 LaborDistRecord.
       02 LBIdent   PIC 9(3).
       02 LBPeriod  PIC 9(6).
       02 LBCharge  PIC X(3).
       02 LBHome    PIC X.
           88 LBHomeDept VALUE "Y".
       02 LBHours   PIC 9(3)V99.
       02 LBAmount  PIC 9(5)V99.
       02 LBRunDate PIC 9(8).
