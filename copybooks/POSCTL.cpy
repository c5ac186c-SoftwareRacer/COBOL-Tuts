*> PositionCtlRecord layout for PositionCtl.dat, the approved staffing
*> per department posmaint maintains - the authorized headcount
*> empmaint holds adds and transfers to, and the budgeted annual pay
*> the monthly position report sets the year-to-date payroll against;
*> a department with no line here is not under position control
01 PositionCtlRecord.
       02 PCDept      PIC X(3).
       02 PCAuthCount PIC 9(3).
       02 PCBudget    PIC 9(7)V99.
