>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. turnout.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ElectionFile ASSIGN TO "Election.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ELID
           FILE STATUS IS WSElectionFileStatus.

       SELECT OPTIONAL ParticipationFile ASSIGN TO "Participation.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PTKey
           FILE STATUS IS WSPartFileStatus.

       SELECT OPTIONAL VoterPrecinctFile ASSIGN TO "VoterPrecinct.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the election being reported
FD  ElectionFile.
COPY ELECTION.

*> who voted, counted under the precinct whose book they signed
FD  ParticipationFile.
COPY PARTIC.

*> the voters assigned to each precinct - the registered count
FD  VoterPrecinctFile.
COPY VOTPRCT.

WORKING-STORAGE SECTION.
01 WSElectionFileStatus PIC XX VALUE "00".
01 WSPartFileStatus     PIC XX VALUE "00".

01 WSVoterEOF PIC X VALUE "N".
       88 VoterEOF VALUE "Y".

01 WSPartEOF PIC X VALUE "N".
       88 PartEOF VALUE "Y".

01 WSEntryElection PIC X(6) VALUE SPACES.

*> registered and voted per precinct for the election
01 WSPrecinctCount PIC 9(4) VALUE 0.
01 WSPrecinctTable.
       02 WSPrecinctEntry OCCURS 2000 TIMES.
           03 WSPTKey.
               04 WSPTState    PIC XX.
               04 WSPTCounty   PIC XXX.
               04 WSPTPrecinct PIC X(6).
           03 WSPTRegistered PIC 9(7).
           03 WSPTVoted      PIC 9(7).

01 WSPrecinctIndex PIC 9(4) VALUE 0.
01 WSSwapIndex     PIC 9(4) VALUE 0.
01 WSFoundIndex    PIC 9(4) VALUE 0.
01 WSSwapEntry     PIC X(25).

*> the precinct a record is being counted under
01 WSLookupKey.
       02 WSLookupState    PIC XX.
       02 WSLookupCounty   PIC XXX.
       02 WSLookupPrecinct PIC X(6).

01 WSPrecinctsDropped PIC 9(5) VALUE 0.

*> the county being subtotalled on the report
01 WSCurState  PIC XX VALUE SPACES.
01 WSCurCounty PIC XXX VALUE SPACES.
01 WSCountyRegistered PIC 9(7) VALUE 0.
01 WSCountyVoted      PIC 9(7) VALUE 0.
01 WSTotalRegistered  PIC 9(7) VALUE 0.
01 WSTotalVoted       PIC 9(7) VALUE 0.

01 WSTurnoutPct     PIC 999V9 VALUE 0.
01 WSTurnoutDisplay PIC ZZ9.9.
01 WSTurnoutBase    PIC 9(7) VALUE 0.
01 WSTurnoutVoted   PIC 9(7) VALUE 0.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
DISPLAY "Enter election ID: " WITH NO ADVANCING
ACCEPT WSEntryElection
OPEN INPUT ElectionFile
MOVE WSEntryElection TO ELID
READ ElectionFile
    INVALID KEY
       DISPLAY "Election " WSEntryElection " not on file - report not run"
       CLOSE ElectionFile
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-READ
CLOSE ElectionFile

PERFORM CountRegistered
PERFORM CountVoted
IF WSPrecinctsDropped > 0 THEN
       DISPLAY WSPrecinctsDropped " voters in precincts over the 2000"
           " held were not counted"
END-IF
PERFORM SortPrecinctTable

MOVE "O" TO RPTOperation
MOVE "Turnout.txt" TO RPTFileName
MOVE "turnout" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Election Turnout by County and Precinct" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl
MOVE SPACES TO RPTLine
STRING "Election " ELID "  " ELDate "  " ELType "  " ELDesc
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine
MOVE SPACES TO RPTLine
PERFORM WriteReportLine

PERFORM VARYING WSPrecinctIndex FROM 1 BY 1
    UNTIL WSPrecinctIndex > WSPrecinctCount
       IF WSPrecinctIndex > 1
           AND (WSPTState(WSPrecinctIndex) NOT = WSCurState
           OR WSPTCounty(WSPrecinctIndex) NOT = WSCurCounty) THEN
              PERFORM PrintCountyTotal
       END-IF
       MOVE WSPTState(WSPrecinctIndex) TO WSCurState
       MOVE WSPTCounty(WSPrecinctIndex) TO WSCurCounty
       PERFORM PrintPrecinctLine
END-PERFORM
IF WSPrecinctCount > 0 THEN
       PERFORM PrintCountyTotal
ELSE
       MOVE SPACES TO RPTLine
       STRING "No precincts assigned - run pctassign first"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
END-IF

MOVE WSTotalRegistered TO WSTurnoutBase
MOVE WSTotalVoted TO WSTurnoutVoted
PERFORM ComputeTurnout
MOVE SPACES TO RPTLine
STRING "All counties  registered " WSTotalRegistered
    "  voted " WSTotalVoted "  turnout " WSTurnoutDisplay "%"
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Registered : " WSTotalRegistered
DISPLAY "Voted      : " WSTotalVoted
DISPLAY "Turnout    : " WSTurnoutDisplay "%"
DISPLAY "Report written to Turnout.txt"

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> counts the voters assigned to each precinct - the registered side
*> is the roll as last assigned by pctassign
CountRegistered.
       MOVE "N" TO WSVoterEOF
       OPEN INPUT VoterPrecinctFile
       PERFORM ReadVoterPrecinct
       PERFORM UNTIL VoterEOF
              MOVE VPState TO WSLookupState
              MOVE VPCounty TO WSLookupCounty
              MOVE VPPrecinct TO WSLookupPrecinct
              PERFORM FindPrecinctSlot
              IF WSFoundIndex > 0 THEN
                     ADD 1 TO WSPTRegistered(WSFoundIndex)
                     ADD 1 TO WSTotalRegistered
              END-IF
              PERFORM ReadVoterPrecinct
       END-PERFORM
       CLOSE VoterPrecinctFile.

*> reads the next voter assignment
ReadVoterPrecinct.
       READ VoterPrecinctFile
           AT END MOVE "Y" TO WSVoterEOF
       END-READ.

*> counts the election's voters under the precinct book they signed
CountVoted.
       MOVE "N" TO WSPartEOF
       OPEN INPUT ParticipationFile
       PERFORM ReadParticipation
       PERFORM UNTIL PartEOF
              IF PTElectID = WSEntryElection THEN
                     MOVE PTState TO WSLookupState
                     MOVE PTCounty TO WSLookupCounty
                     MOVE PTPrecinct TO WSLookupPrecinct
                     PERFORM FindPrecinctSlot
                     IF WSFoundIndex > 0 THEN
                            ADD 1 TO WSPTVoted(WSFoundIndex)
                            ADD 1 TO WSTotalVoted
                     END-IF
              END-IF
              PERFORM ReadParticipation
       END-PERFORM
       CLOSE ParticipationFile.

*> reads the next participation record
ReadParticipation.
       READ ParticipationFile NEXT RECORD
           AT END MOVE "Y" TO WSPartEOF
       END-READ.

*> finds the precinct's slot in the table, opening one the first time
*> the precinct is seen
FindPrecinctSlot.
       MOVE 0 TO WSFoundIndex
       PERFORM VARYING WSPrecinctIndex FROM 1 BY 1
           UNTIL WSPrecinctIndex > WSPrecinctCount OR WSFoundIndex > 0
              IF WSPTKey(WSPrecinctIndex) = WSLookupKey THEN
                     MOVE WSPrecinctIndex TO WSFoundIndex
              END-IF
       END-PERFORM
       IF WSFoundIndex = 0 THEN
              IF WSPrecinctCount < 2000 THEN
                     ADD 1 TO WSPrecinctCount
                     MOVE WSPrecinctCount TO WSFoundIndex
                     MOVE WSLookupKey TO WSPTKey(WSFoundIndex)
                     MOVE 0 TO WSPTRegistered(WSFoundIndex)
                     MOVE 0 TO WSPTVoted(WSFoundIndex)
              ELSE
                     ADD 1 TO WSPrecinctsDropped
              END-IF
       END-IF.

*> orders the table by state, county and precinct with a simple
*> exchange pass, so each county's precincts print together
SortPrecinctTable.
       PERFORM VARYING WSPrecinctIndex FROM 1 BY 1
           UNTIL WSPrecinctIndex > WSPrecinctCount
              PERFORM VARYING WSSwapIndex FROM 1 BY 1
                  UNTIL WSSwapIndex >= WSPrecinctCount
                     IF WSPTKey(WSSwapIndex) >
                         WSPTKey(WSSwapIndex + 1) THEN
                            MOVE WSPrecinctEntry(WSSwapIndex)
                                TO WSSwapEntry
                            MOVE WSPrecinctEntry(WSSwapIndex + 1)
                                TO WSPrecinctEntry(WSSwapIndex)
                            MOVE WSSwapEntry
                                TO WSPrecinctEntry(WSSwapIndex + 1)
                     END-IF
              END-PERFORM
       END-PERFORM.

*> one precinct's registered, voted and turnout
PrintPrecinctLine.
       MOVE WSPTRegistered(WSPrecinctIndex) TO WSTurnoutBase
       MOVE WSPTVoted(WSPrecinctIndex) TO WSTurnoutVoted
       PERFORM ComputeTurnout
       MOVE SPACES TO RPTLine
       STRING WSPTState(WSPrecinctIndex) "/" WSPTCounty(WSPrecinctIndex)
           "  Precinct " WSPTPrecinct(WSPrecinctIndex)
           "  registered " WSPTRegistered(WSPrecinctIndex)
           "  voted " WSPTVoted(WSPrecinctIndex)
           "  turnout " WSTurnoutDisplay "%"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       ADD WSPTRegistered(WSPrecinctIndex) TO WSCountyRegistered
       ADD WSPTVoted(WSPrecinctIndex) TO WSCountyVoted.

*> the county's totals under its last precinct, then a blank line
PrintCountyTotal.
       MOVE WSCountyRegistered TO WSTurnoutBase
       MOVE WSCountyVoted TO WSTurnoutVoted
       PERFORM ComputeTurnout
       MOVE SPACES TO RPTLine
       STRING WSCurState "/" WSCurCounty "  County total     "
           "  registered " WSCountyRegistered
           "  voted " WSCountyVoted
           "  turnout " WSTurnoutDisplay "%"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine
       MOVE 0 TO WSCountyRegistered
       MOVE 0 TO WSCountyVoted.

*> voted as a percentage of registered; a precinct with nobody
*> registered shows zero rather than dividing by it
ComputeTurnout.
       MOVE 0 TO WSTurnoutPct
       IF WSTurnoutBase > 0 THEN
              COMPUTE WSTurnoutPct ROUNDED =
                  WSTurnoutVoted * 100 / WSTurnoutBase
                  ON SIZE ERROR MOVE 999.9 TO WSTurnoutPct
              END-COMPUTE
       END-IF
       MOVE WSTurnoutPct TO WSTurnoutDisplay.

*> cobc -x turnout.cbl           to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./turnout                     to run the program
