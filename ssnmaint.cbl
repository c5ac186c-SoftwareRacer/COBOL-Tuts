01 WSDeceasedCount  PIC 9(5) VALUE 0.
01 WSLoadDate       PIC 9(8).

*> control block for the shared rptarch report-library service the
*> finished error report is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
PERFORM OpenSSNMasterFile
PERFORM DisplayMenu
       WRITE SSALoadErrorLine
       CLOSE SSATapeFile
       CLOSE SSALoadErrorFile
       PERFORM FileReport
       DISPLAY "Tape records read     : " WSLoadReadCount
       DISPLAY "Loaded as new         : " WSLoadedCount
       DISPLAY "Replaced existing     : " WSReplacedCount
           WSSSNFileStatus
       CLOSE SSATapeFile
       CLOSE SSALoadErrorFile
       PERFORM FileReport
       CLOSE SSNMasterFile
       MOVE 16 TO RETURN-CODE
       STOP RUN.
              MOVE "N" TO WSValidSSN
       END-IF.

*> files the finished error report in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "SSALoadErrors.txt" TO ARCFileName
       MOVE "ssnmaint" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "SSA Tape Load Error Report" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x ssnmaint.cbl          to load the program
*> ./ssnmaint                    to run the program
