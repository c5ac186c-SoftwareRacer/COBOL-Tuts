01 WSEditDeductions PIC $$,$$$,$$9.99.
01 WSEditNet        PIC $$,$$$,$$9.99.

*> control block for the shared rptarch report-library service the
*> finished earnings summary is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
OPEN INPUT YTDMasterFile
OPEN INPUT EmployeeMasterFile
CLOSE YTDMasterFile
CLOSE EmployeeMasterFile
CLOSE YTDSummaryFile
PERFORM FileReport

DISPLAY "Employees summarized: " WSEmployeeCount
DISPLAY "Summary written to YTDSummary.txt"
           DELIMITED BY SIZE INTO YTDSummaryLine
       WRITE YTDSummaryLine.

*> files the finished earnings summary in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "YTDSummary.txt" TO ARCFileName
       MOVE "ytdrpt" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Annual Earnings Summary" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x ytdrpt.cbl            to load the program
*> ./ytdrpt                      to run the program
