*> EmployeeHistRecord layout for the employee change-history file,
*> appended by empmaint on every rate, department, status and address
*> change (and on a supervisor's headcount override, with the
*> department and the supervisor's ID) and read back by the emphist
*> inquiry - old and new values are carried printable (a rate as
*> 999.99) so the history reads without knowing which field each line
*> is about
01 EmployeeHistRecord.
       02 EHIdent    PIC 9(3).
       02 EHField    PIC X(6).
