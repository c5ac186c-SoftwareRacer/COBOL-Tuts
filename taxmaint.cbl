01 WSRunDate   PIC 9(8).
01 WSListCount PIC 9(3) VALUE 0.

*> control block for the shared rptarch report-library service the
*> finished listing is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
PERFORM LoadLineTable
PERFORM DisplayMenu
           DELIMITED BY SIZE INTO TaxListLine
       WRITE TaxListLine
       CLOSE TaxListFile
       PERFORM FileReport
       DISPLAY "Listing written to TaxList.txt".

*> gathers the distinct effective dates and bubbles them ascending
       END-IF
       WRITE TaxListLine.

*> files the finished listing in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "TaxList.txt" TO ARCFileName
       MOVE "taxmaint" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Tax Table Sets" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x taxmaint.cbl          to load the program
*> ./taxmaint                    to run the program
