>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. electmaint.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ElectionFile ASSIGN TO "Election.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ELID
           FILE STATUS IS WSElectionFileStatus.

       SELECT OPTIONAL ParticipationFile ASSIGN TO "Participation.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PTKey
           FILE STATUS IS WSPartFileStatus.

       SELECT OPTIONAL VoteParmFile ASSIGN TO "VoteParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the elections the county has held or scheduled
FD  ElectionFile.
COPY ELECTION.

*> read only to keep an election with votes recorded from being
*> deleted out from under its participation
FD  ParticipationFile.
COPY PARTIC.

*> the inactive-voter limit inactvot runs by
FD  VoteParmFile.
COPY VOTEPRM.

WORKING-STORAGE SECTION.
01 WSElectionFileStatus PIC XX VALUE "00".
       88 ElectionFileOK       VALUE "00".
       88 ElectionFileNotFound VALUE "35".
01 WSPartFileStatus PIC XX VALUE "00".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuAdd    VALUE "1".
       88 MenuChange VALUE "2".
       88 MenuDelete VALUE "3".
       88 MenuList   VALUE "4".
       88 MenuLimit  VALUE "5".
       88 MenuExit   VALUE "X", "x".

*> staging area an election transaction is keyed into and validated
*> in before it goes anywhere near the file
01 WSEntryID   PIC X(6) VALUE SPACES.
01 WSEntryDate PIC 9(8) VALUE 0.
01 WSEntryType PIC X VALUE SPACE.
       88 ValidType VALUE "G", "P", "S", "L".
01 WSEntryDesc PIC X(30) VALUE SPACES.

01 WSEntryValid PIC X VALUE "Y".
       88 EntryValid   VALUE "Y".
       88 EntryInvalid VALUE "N".

*> the number of recent elections missed that puts a voter on the
*> inactive list - four unless set otherwise
01 WSInactiveElections PIC 99 VALUE 4.
01 WSEntryElections    PIC 99 VALUE 0.

01 WSElectionEOF PIC X VALUE "N".
       88 ElectionEOF VALUE "Y".

01 WSPartEOF PIC X VALUE "N".
       88 PartEOF VALUE "Y".

01 WSPartCount PIC 9(7) VALUE 0.
01 WSListCount PIC 9(5) VALUE 0.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
PERFORM LoadVoteLimits
PERFORM OpenElectionFile
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuAdd    PERFORM AddElection
           WHEN MenuChange PERFORM ChangeElection
           WHEN MenuDelete PERFORM DeleteElection
           WHEN MenuList   PERFORM ListElections
           WHEN MenuLimit  PERFORM SetInactiveLimit
           WHEN OTHER      DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM
CLOSE ElectionFile

STOP RUN.

*> opens Election.dat for direct read/write by election ID, creating
*> the indexed file the first time the job finds it missing
OpenElectionFile.
       OPEN I-O ElectionFile
       IF ElectionFileNotFound THEN
              OPEN OUTPUT ElectionFile
              CLOSE ElectionFile
              OPEN I-O ElectionFile
       END-IF.

*> picks up the limit on file; no record keeps the default
LoadVoteLimits.
       OPEN INPUT VoteParmFile
       READ VoteParmFile
           AT END CONTINUE
           NOT AT END
              MOVE VTInactiveElections TO WSInactiveElections
       END-READ
       CLOSE VoteParmFile.

*> shows the operator menu and accepts their next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Add an election"
       DISPLAY "2. Change an election"
       DISPLAY "3. Delete an election"
       DISPLAY "4. List all elections (ElectionList.txt)"
       DISPLAY "5. Set the inactive-voter limit"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> prompts for the election ID a transaction is to run against
AcceptEntryKey.
       MOVE "Y" TO WSEntryValid
       DISPLAY "Enter election ID: " WITH NO ADVANCING
       ACCEPT WSEntryID
       IF WSEntryID = SPACES THEN
              DISPLAY "Election ID must not be blank"
              MOVE "N" TO WSEntryValid
       END-IF.

*> prompts for the election's date, type and description
AcceptEntryElection.
       DISPLAY "Enter election date (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WSEntryDate
       IF WSEntryDate = 0 THEN
              DISPLAY "Election date must not be zero"
              MOVE "N" TO WSEntryValid
       END-IF
       DISPLAY "Enter type (G general, P primary, S special, L local): "
           WITH NO ADVANCING
       ACCEPT WSEntryType
       IF NOT ValidType THEN
              DISPLAY "Type must be G, P, S or L"
              MOVE "N" TO WSEntryValid
       END-IF
       DISPLAY "Enter description: " WITH NO ADVANCING
       MOVE SPACES TO WSEntryDesc
       ACCEPT WSEntryDesc.

*> adds one election; the indexed WRITE itself rejects an ID already
*> on file
AddElection.
       PERFORM AcceptEntryKey
       IF EntryValid THEN
              PERFORM AcceptEntryElection
       END-IF
       IF EntryValid THEN
              MOVE WSEntryID TO ELID
              MOVE WSEntryDate TO ELDate
              MOVE WSEntryType TO ELType
              MOVE WSEntryDesc TO ELDesc
              WRITE ElectionRecord
                  INVALID KEY
                     DISPLAY "Election " WSEntryID
                         " already on file, add skipped"
                  NOT INVALID KEY
                     DISPLAY "Election added"
              END-WRITE
       END-IF.

*> changes the date, type or description of an election on file
ChangeElection.
       PERFORM AcceptEntryKey
       IF EntryValid THEN
              MOVE WSEntryID TO ELID
              READ ElectionFile
                  INVALID KEY
                     DISPLAY "Election " WSEntryID
                         " not on file, change skipped"
                  NOT INVALID KEY
                     PERFORM ApplyElectionChange
              END-READ
       END-IF.

*> applies the keyed change to the election just read
ApplyElectionChange.
       DISPLAY "Election on file: " ELDate " " ELType " " ELDesc
       PERFORM AcceptEntryElection
       IF EntryValid THEN
              MOVE WSEntryDate TO ELDate
              MOVE WSEntryType TO ELType
              MOVE WSEntryDesc TO ELDesc
              REWRITE ElectionRecord
              DISPLAY "Election changed"
       END-IF.

*> removes an election nobody has been recorded as voting in - one
*> with participation on file is kept, or the history would point at
*> an election that is no longer there
DeleteElection.
       PERFORM AcceptEntryKey
       IF EntryValid THEN
              PERFORM CountParticipation
              IF WSPartCount > 0 THEN
                     DISPLAY "Election " WSEntryID " has " WSPartCount
                         " voters recorded, delete skipped"
                     MOVE "N" TO WSEntryValid
              END-IF
       END-IF
       IF EntryValid THEN
              MOVE WSEntryID TO ELID
              DELETE ElectionFile
                  INVALID KEY
                     DISPLAY "Election " WSEntryID
                         " not on file, delete skipped"
                  NOT INVALID KEY
                     DISPLAY "Election deleted"
              END-DELETE
       END-IF.

*> counts the participation records for the keyed election
CountParticipation.
       MOVE 0 TO WSPartCount
       MOVE "N" TO WSPartEOF
       OPEN INPUT ParticipationFile
       PERFORM ReadParticipation
       PERFORM UNTIL PartEOF
              IF PTElectID = WSEntryID THEN
                     ADD 1 TO WSPartCount
              END-IF
              PERFORM ReadParticipation
       END-PERFORM
       CLOSE ParticipationFile.

*> reads the next participation record
ReadParticipation.
       READ ParticipationFile NEXT RECORD
           AT END MOVE "Y" TO WSPartEOF
       END-READ.

*> prints every election on file through the report service, in ID
*> order off the primary key
ListElections.
       MOVE "N" TO WSElectionEOF
       MOVE 0 TO WSListCount
       MOVE "O" TO RPTOperation
       MOVE "ElectionList.txt" TO RPTFileName
       MOVE "electmaint" TO RPTProgram
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Elections on File" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
       CALL WSReportProgram USING ReportControl
       MOVE LOW-VALUES TO ELID
       START ElectionFile KEY NOT LESS THAN ELID
           INVALID KEY MOVE "Y" TO WSElectionEOF
       END-START
       PERFORM ReadNextElection
       PERFORM UNTIL ElectionEOF
              ADD 1 TO WSListCount
              MOVE SPACES TO RPTLine
              STRING ELID "  " ELDate "  " ELType "  " ELDesc
                  DELIMITED BY SIZE INTO RPTLine
              MOVE "D" TO RPTOperation
              CALL WSReportProgram USING ReportControl
              PERFORM ReadNextElection
       END-PERFORM
       MOVE SPACES TO RPTLine
       STRING "Elections on file: " WSListCount
           "  Inactive after missing: " WSInactiveElections
           DELIMITED BY SIZE INTO RPTLine
       MOVE "T" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       MOVE "C" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       DISPLAY "Elections listed: " WSListCount
       DISPLAY "Listing written to ElectionList.txt".

*> reads the next election in ID order
ReadNextElection.
       IF NOT ElectionEOF THEN
              READ ElectionFile NEXT RECORD
                  AT END MOVE "Y" TO WSElectionEOF
              END-READ
       END-IF.

*> keys the number of most recent elections a voter must have missed
*> to be listed inactive, and rewrites the one-record limit file
SetInactiveLimit.
       DISPLAY "Inactive after missing " WSInactiveElections
           " elections"
       DISPLAY "Enter new number of elections: " WITH NO ADVANCING
       ACCEPT WSEntryElections
       IF WSEntryElections = 0 THEN
              DISPLAY "Number of elections must not be zero, not changed"
       ELSE
              MOVE WSEntryElections TO WSInactiveElections
              OPEN OUTPUT VoteParmFile
              MOVE WSInactiveElections TO VTInactiveElections
              WRITE VoteParmRecord
              CLOSE VoteParmFile
              DISPLAY "Inactive-voter limit set"
       END-IF.

*> cobc -x electmaint.cbl        to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./electmaint                  to run the program
