*> deductions - an "F" line carries the protected net floor, each "D"
*> line is one court order or charity deduction with its flat amount
*> or percent of gross, priority order, lifetime cap and the amount
*> taken so far; an "R" line recovers an employee's own open items
*> on ARInvoice.dat and carries the customer ID they are billed under;
*> a leaver's lines carry their last day as the end date once the
*> termination run has ended them, and are never taken again
01 RecurDeductRecord.
       02 RDType     PIC X.
           88 RDFloor      VALUE "F".
           88 RDDeduction  VALUE "D".
           88 RDARRecovery VALUE "R".
       02 RDIdent    PIC 9(3).
       02 RDCode     PIC X(4).
       02 RDCalc     PIC X.
       02 RDPriority PIC 99.
       02 RDCap      PIC 9(7)V99.
       02 RDTaken    PIC 9(7)V99.
       02 RDCustID   PIC 9(5).
       02 RDEndDate  PIC 9(8).
