*> EmpAddrRecord layout for the employee address file keyed by
*> employee ID, beside EmployeeMaster.dat the way the SSN
*> cross-reference sits beside it - empmaint keeps the last known
*> mailing address and the date it was last changed, and the
*> unclaimed-property run reports an uncashed check's payee at it
01 EmpAddrRecord.
       02 EAIdent      PIC 9(3).
       02 EAStreet     PIC X(25).
       02 EACity       PIC X(15).
       02 EAState      PIC XX.
       02 EAZip        PIC 9(5).
       02 EAChangeDate PIC 9(8).
