01 WSFlaggedCount PIC 99 VALUE 0.
01 WSRunDate PIC 9(8).

*> control block for the shared rptarch report-library service the
*> finished planning report is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM LoadCapacities
    DELIMITED BY SIZE INTO CapPlanLine
WRITE CapPlanLine
CLOSE CapPlanFile
PERFORM FileReport

DISPLAY "Grades over 90 percent full: " WSFlaggedCount
DISPLAY "Report written to CapPlan.txt"
       END-IF
       WRITE CapPlanLine.

*> files the finished planning report in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "CapPlan.txt" TO ARCFileName
       MOVE "gcapplan" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Grade Capacity Planning Report" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x gcapplan.cbl          to load the program
*> ./gcapplan                    to run the program
