       02 WSSwapCounty PIC XXX.
       02 WSSwapVoters PIC 9(5).

*> control block for the shared rptarch report-library service the
*> finished county summary is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
OPEN OUTPUT VoterMailFile
       STRING "Total voters on mailing file: " WSKeptCount
           DELIMITED BY SIZE INTO VoterSummaryLine
       WRITE VoterSummaryLine
       CLOSE VoterSummaryFile
       PERFORM FileReport.

*> files the finished county summary in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "VoterSummary.txt" TO ARCFileName
       MOVE "votercon" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Voter Counts by County" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x votercon.cbl          to load the program
*> ./votercon                    to run the program
