>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. pollbook.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL VoterPrecinctFile ASSIGN TO "VoterPrecinct.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT SortFile ASSIGN TO "PollSort.tmp".

DATA DIVISION.
FILE SECTION.
*> the voters pctassign placed in a precinct
FD  VoterPrecinctFile.
COPY VOTPRCT.

SD  SortFile.
01 SortRecord.
       02 SRState     PIC XX.
       02 SRCounty    PIC XXX.
       02 SRPrecinct  PIC X(6).
       02 SRLastName  PIC X(15).
       02 SRFirstName PIC X(15).
       02 SRIDNum     PIC 9(5).
       02 SRZip       PIC 9(5).
       02 SRPollPlace PIC X(30).

WORKING-STORAGE SECTION.
01 WSSortEOF PIC X VALUE "N".
       88 SortEOF VALUE "Y".

*> the precinct whose book is being printed
01 WSCurrentPrecinct.
       02 WSCurState    PIC XX VALUE SPACES.
       02 WSCurCounty   PIC XXX VALUE SPACES.
       02 WSCurPrecinct PIC X(6) VALUE SPACES.
01 WSCurPollPlace PIC X(30) VALUE SPACES.

01 WSHavePrecinct PIC X VALUE "N".
       88 HavePrecinct VALUE "Y".

*> the book's own page accounting: rptwrite prints three heading lines
*> on a 60-line page, and the body below them is held to 55 so a
*> voter's three lines are never split and the page count and the
*> precinct total always have room at the foot
01 WSBodyLines    PIC 9(3) VALUE 0.
01 WSBodyLimit    PIC 9(3) VALUE 55.
01 WSPageVoters   PIC 9(3) VALUE 0.
01 WSPrecinctVoters PIC 9(5) VALUE 0.
01 WSPrecinctCount  PIC 9(4) VALUE 0.
01 WSTotalVoters    PIC 9(7) VALUE 0.

01 WSVoterName PIC X(32) VALUE SPACES.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
MOVE "O" TO RPTOperation
MOVE "PollBook.txt" TO RPTFileName
MOVE "pollbook" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Poll Book" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl

SORT SortFile ON ASCENDING KEY SRState SRCounty SRPrecinct
    SRLastName SRFirstName SRIDNum
    USING VoterPrecinctFile
    OUTPUT PROCEDURE IS PrintPollBooks

IF HavePrecinct THEN
       PERFORM EndPrecinctBook
ELSE
       MOVE SPACES TO RPTLine
       STRING "No voters assigned - run pctassign first"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
END-IF
MOVE SPACES TO RPTLine
STRING "Precincts: " WSPrecinctCount "  Voters: " WSTotalVoters
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Precinct books printed : " WSPrecinctCount
DISPLAY "Voters listed          : " WSTotalVoters
DISPLAY "Poll books written to PollBook.txt"

STOP RUN.

*> writes one report line through the report service and counts it
*> against the page body
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       ADD 1 TO WSBodyLines.

*> takes the assigned voters in precinct and last-name order and
*> prints each precinct's book, every one starting on a fresh page
PrintPollBooks.
       PERFORM ReturnSortRecord
       PERFORM UNTIL SortEOF
              IF NOT HavePrecinct
                  OR SRState NOT = WSCurState
                  OR SRCounty NOT = WSCurCounty
                  OR SRPrecinct NOT = WSCurPrecinct THEN
                     PERFORM StartPrecinctBook
              END-IF
              PERFORM PrintVoter
              PERFORM ReturnSortRecord
       END-PERFORM.

*> returns the next record off the sort
ReturnSortRecord.
       RETURN SortFile
           AT END MOVE "Y" TO WSSortEOF
       END-RETURN.

*> closes off the book before (if any) and opens the next precinct's
*> on a new page - the report's first page is already headed
StartPrecinctBook.
       IF HavePrecinct THEN
              PERFORM EndPrecinctBook
              MOVE "P" TO RPTOperation
              CALL WSReportProgram USING ReportControl
       END-IF
       MOVE "Y" TO WSHavePrecinct
       MOVE SRState TO WSCurState
       MOVE SRCounty TO WSCurCounty
       MOVE SRPrecinct TO WSCurPrecinct
       MOVE SRPollPlace TO WSCurPollPlace
       MOVE 0 TO WSPrecinctVoters
       ADD 1 TO WSPrecinctCount
       MOVE 0 TO WSBodyLines
       MOVE 0 TO WSPageVoters
       PERFORM PrintPrecinctHeading.

*> the precinct block at the top of every page of its book
PrintPrecinctHeading.
       MOVE SPACES TO RPTLine
       STRING "Precinct " WSCurPrecinct "  County " WSCurCounty
           "  State " WSCurState
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING "Polling place: " WSCurPollPlace
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine.

*> one voter: name, ID and ZIP, the line they sign on the day, and a
*> blank line - a page that cannot take all three is closed first
PrintVoter.
       IF WSBodyLines + 3 > WSBodyLimit THEN
              PERFORM PrintPageCount
              MOVE "P" TO RPTOperation
              CALL WSReportProgram USING ReportControl
              MOVE 0 TO WSBodyLines
              MOVE 0 TO WSPageVoters
              PERFORM PrintPrecinctHeading
       END-IF
       MOVE SPACES TO WSVoterName
       STRING SRLastName DELIMITED BY "  "
           ", " DELIMITED BY SIZE
           SRFirstName DELIMITED BY "  "
           INTO WSVoterName
       MOVE SPACES TO RPTLine
       STRING WSVoterName "  Voter " SRIDNum "  ZIP " SRZip
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING "    Signature ________________________________________"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine
       ADD 1 TO WSPageVoters
       ADD 1 TO WSPrecinctVoters
       ADD 1 TO WSTotalVoters.

*> the count at the foot of each page of a book
PrintPageCount.
       MOVE SPACES TO RPTLine
       STRING "Voters this page: " WSPageVoters
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine.

*> the last page's count and the precinct's total
EndPrecinctBook.
       PERFORM PrintPageCount
       MOVE SPACES TO RPTLine
       STRING "Voters in precinct " WSCurPrecinct ": " WSPrecinctVoters
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine.

*> cobc -x pollbook.cbl          to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./pollbook                    to run the program
