*> EmpSSNXrefRecord layout for the employee-to-SSN cross-reference
*> keyed by employee ID, beside EmployeeMaster.dat the way the customer
*> cross-reference sits beside Customer.dat - empmaint writes it once
*> the number has passed the SSA rules and been found on SSNMaster.dat
*> alive, with the date it was verified and, for a new hire, the hire
*> date the weekly state new-hire report selects on (zero for an
*> employee whose number was only recorded after the fact); the
*> alternate key finds a number already held by another employee
01 EmpSSNXrefRecord.
       02 ESIdent PIC 9(3).
       02 ESSSN.
           03 ESArea   PIC 999.
           03 ESGroup  PIC 99.
           03 ESSerial PIC 9999.
       02 ESVerifyDate PIC 9(8).
       02 ESHireDate   PIC 9(8).
