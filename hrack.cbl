01 WSUnackedCount    PIC 9(4) VALUE 0.
01 WSOverflowCount   PIC 9(4) VALUE 0.

*> control block for the shared rptarch report-library service the
*> finished acknowledgment report is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
OPEN OUTPUT HRAckReportFile
    DELIMITED BY SIZE INTO HRAckReportLine
WRITE HRAckReportLine
CLOSE HRAckReportFile
PERFORM FileReport

DISPLAY "Extracted customers        : " WSExtractCount
DISPLAY "Accepted by HR             : " WSAcceptedCount
              END-IF
       END-PERFORM.

*> files the finished acknowledgment report in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "HRAckReport.txt" TO ARCFileName
       MOVE "hrack" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "HR Acknowledgment Report" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x hrack.cbl             to load the program
*> ./hrack                       to run the program
