01 WSRunDate   PIC 9(8).
01 WSToday     PIC 9(8).

*> control block for the shared rptarch report-library service the
*> finished listing is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
PERFORM OpenJurisdictionFile
PERFORM DisplayMenu
           DELIMITED BY SIZE INTO JurisListLine
       WRITE JurisListLine
       CLOSE JurisListFile
       PERFORM FileReport
       DISPLAY "Rules listed: " WSListCount
       DISPLAY "Listing written to JurisList.txt".

       END-IF
       WRITE JurisListLine.

*> files the finished listing in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "JurisList.txt" TO ARCFileName
       MOVE "jurmaint" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Jurisdiction Voting Rules" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x jurmaint.cbl          to load the program
*> ./jurmaint                    to run the program
