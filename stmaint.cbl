01 WSListCount PIC 9(5) VALUE 0.
01 WSRunDate   PIC 9(8).

*> control block for the shared rptarch report-library service the
*> finished listing is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
PERFORM OpenStateRefFile
PERFORM DisplayMenu
           DELIMITED BY SIZE INTO StateListLine
       WRITE StateListLine
       CLOSE StateListFile
       PERFORM FileReport
       DISPLAY "States listed: " WSListCount
       DISPLAY "Listing written to StateList.txt".

              END-READ
       END-IF.

*> files the finished listing in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "StateList.txt" TO ARCFileName
       MOVE "stmaint" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "State ZIP Ranges" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x stmaint.cbl           to load the program
*> ./stmaint                     to run the program
