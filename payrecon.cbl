01 WSEditPayroll  PIC $$$,$$$,$$9.99.
01 WSEditRegister PIC $$$,$$$,$$9.99.

*> control block for the shared rptarch report-library service the
*> finished reconciliation is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
OPEN OUTPUT PayReconFile
    DELIMITED BY SIZE INTO PayReconLine
WRITE PayReconLine
CLOSE PayReconFile
PERFORM FileReport

DISPLAY "Payroll records scanned : " WSRecordCount
DISPLAY "Orphaned payments       : " WSOrphanCount
              END-IF
       END-PERFORM.

*> files the finished reconciliation in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "PayRecon.txt" TO ARCFileName
       MOVE "payrecon" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Payroll Reconciliation Report" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> run nightly after the pay cycle; a non-zero RETURN-CODE flags the
*> scheduler that the morning report needs eyes on it
