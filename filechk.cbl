           03 WSNewCount PIC 9(7).
01 WSNewIndex PIC 9 VALUE 0.

*> control block for the shared rptarch report-library service the
*> finished verification report is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM LoadPriorCounts
    DELIMITED BY SIZE INTO FileCheckLine
WRITE FileCheckLine
CLOSE FileCheckFile
PERFORM FileReport
CLOSE SickListFile
PERFORM SaveNewCounts


*> run by nightrun before the stream launches - a non-zero
*> RETURN-CODE refuses the whole night before anything writes
*> files the finished verification report in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "FileCheck.txt" TO ARCFileName
       MOVE "filechk" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Master File Verification" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x filechk.cbl           to load the program
*> ./filechk                     to run the program
