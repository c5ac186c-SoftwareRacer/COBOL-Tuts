*> flag; unapproved cards go to the exceptions listing instead of
*> into gross pay on faith; the vacation and sick hours taken ride
*> the card too, drawn down from the leave balance file and paid as
*> regular hours; worked hours spent on another department's or a
*> project's work are split off to up to four charge codes, and
*> whatever is not split stays on the employee's home department
01 TimeCardRecord.
       02 TCIdent     PIC 9(3).
       02 TCHours     PIC 9(3)V99.
           88 TCIsApproved VALUE "Y".
       02 TCVacHours  PIC 9(3)V99.
       02 TCSickHours PIC 9(3)V99.
       02 TCSplitCount PIC 9.
       02 TCSplit OCCURS 4 TIMES.
           03 TCChargeCode  PIC X(3).
           03 TCChargeHours PIC 9(3)V99.
