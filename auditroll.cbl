
01 WSDeleteStatus PIC 9(4) COMP VALUE 0.

*> control block for the shared rptarch report-library service the
*> finished roll-off report is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
DISPLAY "Enter month to roll off (YYYYMM): " WITH NO ADVANCING
              MOVE 8 TO RETURN-CODE
       END-IF
       CLOSE RolloffReportFile
       PERFORM FileReport
       DISPLAY "Roll-off report written to AuditRolloff.txt".

*> files the finished roll-off report in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "AuditRolloff.txt" TO ARCFileName
       MOVE "auditroll" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Audit Log Roll-off Report" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x auditroll.cbl         to load the program
*> ./auditroll                   to run the month-end roll-off
