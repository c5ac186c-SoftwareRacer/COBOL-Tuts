       02 SRGarnish     PIC 9(5)V99.
       02 SRNet         PIC 9(5)V99.
       02 SRRecType     PIC X.
       02 SRARRecover   PIC 9(5)V99.

WORKING-STORAGE SECTION.
01 WSEmpFileStatus PIC XX VALUE "00".
01 WSGrandNet        PIC 9(9)V99 VALUE 0.
01 WSGrandCount      PIC 9(7) VALUE 0.

*> the part of the deductions withheld to recover employees' own
*> receivables - it ties to the "payroll emp" lines on ARPayments.log;
*> records written before the figure was carried have spaces there
01 WSGrandRecover PIC 9(9)V99 VALUE 0.
01 WSEditRecover  PIC $$$,$$$,$$9.99.

*> the department rollup accumulated as details print - department
*> comes off the employee master, "???" for a payment whose employee
*> is no longer on file
01 WSEditDeductions PIC $$$,$$$,$$9.99.
01 WSEditNet        PIC $$$,$$$,$$9.99.

*> control block for the shared rptarch report-library service the
*> finished payroll register is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
OPEN INPUT EmployeeMasterFile
    "  Net " WSEditNet
    DELIMITED BY SIZE INTO PayRegisterLine
WRITE PayRegisterLine
IF WSGrandRecover > 0 THEN
       MOVE WSGrandRecover TO WSEditRecover
       MOVE SPACES TO PayRegisterLine
       STRING "  of deductions, AR recovery withheld " WSEditRecover
           DELIMITED BY SIZE INTO PayRegisterLine
       WRITE PayRegisterLine
END-IF

CLOSE EmployeeMasterFile
CLOSE PayRegisterFile
PERFORM FileReport
DISPLAY "Payroll records reported: " WSGrandCount
DISPLAY "Register written to PayRegister.txt"

           "  Net " WSEditNet
           DELIMITED BY SIZE INTO PayRegisterLine
       WRITE PayRegisterLine
       IF SRARRecover IS NUMERIC THEN
              IF SRARRecover > 0 THEN
                     PERFORM PrintRecoveryLine
              END-IF
       END-IF
       ADD SRGross TO WSPeriodGross
       ADD WSRecordDeductions TO WSPeriodDeductions
       ADD SRNet TO WSPeriodNet
       ADD SRNet TO WSGrandNet
       ADD 1 TO WSGrandCount.

*> shows the receivables recovery within the record's deductions
PrintRecoveryLine.
       MOVE SRARRecover TO WSEditRecover
       MOVE SPACES TO PayRegisterLine
       STRING "    of deductions, AR recovery withheld " WSEditRecover
           DELIMITED BY SIZE INTO PayRegisterLine
       WRITE PayRegisterLine
       ADD SRARRecover TO WSGrandRecover.

*> prints the subtotal for the period just finished and clears the
*> period accumulators for the next one
PrintPeriodSubtotal.
              WRITE PayRegisterLine
       END-PERFORM.

*> files the finished payroll register in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "PayRegister.txt" TO ARCFileName
       MOVE "payreg" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Payroll Register" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x payreg.cbl            to load the program
*> ./payreg                      to run the program
