*> StudentGuardRecord layout for the guardian account file keyed by
*> student ID, kept beside StudentMaster.dat - it names the receivables
*> customer the student's guardian is set up as, so school fees are
*> invoiced, stated and aged through the AR programs like any other
*> customer's charges
01 StudentGuardRecord.
       02 SGStudentID PIC 9(5).
       02 SGCustID    PIC 9(5).
