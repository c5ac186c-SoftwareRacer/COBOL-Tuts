>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. partload.
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
           ACCESS IS RANDOM
           RECORD KEY IS PTKey
           FILE STATUS IS WSPartFileStatus.

       SELECT OPTIONAL VoterPrecinctFile ASSIGN TO "VoterPrecinct.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the election the signed books are being loaded for
FD  ElectionFile.
COPY ELECTION.

*> who voted in which election, one record per voter per election
FD  ParticipationFile.
COPY PARTIC.

*> the assignment the poll books were printed from - a voter keyed
*> off a book must be in that book's precinct
FD  VoterPrecinctFile.
COPY VOTPRCT.

WORKING-STORAGE SECTION.
01 WSElectionFileStatus PIC XX VALUE "00".
01 WSPartFileStatus PIC XX VALUE "00".
       88 PartFileNotFound VALUE "35".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuLoad VALUE "1".
       88 MenuExit VALUE "X", "x".

01 WSBookEOF PIC X VALUE "N".
       88 BookEOF VALUE "Y".

01 WSRunDate PIC 9(8) VALUE 0.

*> the election and the poll book being keyed
01 WSEntryElection PIC X(6) VALUE SPACES.
01 WSEntryState    PIC XX VALUE SPACES.
01 WSEntryCounty   PIC XXX VALUE SPACES.
01 WSEntryPrecinct PIC X(6) VALUE SPACES.
01 WSEntryVoter    PIC 9(5) VALUE 0.

01 WSEntryValid PIC X VALUE "Y".
       88 EntryValid VALUE "Y".

*> the voters printed in the book being keyed
01 WSBookCount PIC 9(4) VALUE 0.
01 WSBookTable.
       02 WSBookVoter PIC 9(5) OCCURS 3000 TIMES.
01 WSBookIndex PIC 9(4) VALUE 0.
01 WSInBook PIC X VALUE "N".
       88 InBook VALUE "Y".

01 WSRecordedCount PIC 9(4) VALUE 0.
01 WSRepeatCount   PIC 9(4) VALUE 0.
01 WSNotInBook     PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM OpenParticipationFile
OPEN INPUT ElectionFile
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuLoad PERFORM LoadSignedBook
           WHEN OTHER    DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM
CLOSE ElectionFile
CLOSE ParticipationFile

STOP RUN.

*> opens Participation.dat for keyed writes, creating the indexed
*> file the first time the job finds it missing
OpenParticipationFile.
       OPEN I-O ParticipationFile
       IF PartFileNotFound THEN
              OPEN OUTPUT ParticipationFile
              CLOSE ParticipationFile
              OPEN I-O ParticipationFile
       END-IF.

*> shows the operator menu and accepts their next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Load a signed poll book"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> one signed book: the election and the precinct off its cover, then
*> the voter ID of every signature until a zero ID ends the book
LoadSignedBook.
       MOVE "Y" TO WSEntryValid
       DISPLAY "Enter election ID: " WITH NO ADVANCING
       ACCEPT WSEntryElection
       MOVE WSEntryElection TO ELID
       READ ElectionFile
           INVALID KEY
              DISPLAY "Election " WSEntryElection " not on file"
              MOVE "N" TO WSEntryValid
           NOT INVALID KEY
              IF ELDate > WSRunDate THEN
                     DISPLAY "Election " WSEntryElection " is not until "
                         ELDate " - nothing to load yet"
                     MOVE "N" TO WSEntryValid
              END-IF
       END-READ
       IF EntryValid THEN
              DISPLAY "Enter state code: " WITH NO ADVANCING
              ACCEPT WSEntryState
              DISPLAY "Enter county code: " WITH NO ADVANCING
              ACCEPT WSEntryCounty
              DISPLAY "Enter precinct code: " WITH NO ADVANCING
              ACCEPT WSEntryPrecinct
              PERFORM LoadBookVoters
              IF WSBookCount = 0 THEN
                     DISPLAY "No poll book for precinct "
                         WSEntryPrecinct " in " WSEntryState "/"
                         WSEntryCounty
                     MOVE "N" TO WSEntryValid
              END-IF
       END-IF
       IF EntryValid THEN
              DISPLAY ELDesc " - precinct " WSEntryPrecinct
                  " book holds " WSBookCount " voters"
              MOVE 0 TO WSRecordedCount
              MOVE 0 TO WSRepeatCount
              MOVE 0 TO WSNotInBook
              PERFORM AcceptSignature
              PERFORM UNTIL WSEntryVoter = 0
                     PERFORM RecordSignature
                     PERFORM AcceptSignature
              END-PERFORM
              DISPLAY "Recorded: " WSRecordedCount
                  "  Already recorded: " WSRepeatCount
                  "  Not in this book: " WSNotInBook
       END-IF.

*> takes the next signature's voter ID off the book
AcceptSignature.
       DISPLAY "Voter ID signed (0 to end): " WITH NO ADVANCING
       ACCEPT WSEntryVoter.

*> reads the precinct's voters off the assignment into the table
LoadBookVoters.
       MOVE 0 TO WSBookCount
       MOVE "N" TO WSBookEOF
       OPEN INPUT VoterPrecinctFile
       PERFORM ReadVoterPrecinct
       PERFORM UNTIL BookEOF
              IF VPState = WSEntryState AND VPCounty = WSEntryCounty
                  AND VPPrecinct = WSEntryPrecinct
                  AND WSBookCount < 3000 THEN
                     ADD 1 TO WSBookCount
                     MOVE VPIDNum TO WSBookVoter(WSBookCount)
              END-IF
              PERFORM ReadVoterPrecinct
       END-PERFORM
       CLOSE VoterPrecinctFile.

*> reads the next voter assignment
ReadVoterPrecinct.
       READ VoterPrecinctFile
           AT END MOVE "Y" TO WSBookEOF
       END-READ.

*> records one signature - only for a voter printed in this book, and
*> only once per election however many times it is keyed
RecordSignature.
       MOVE "N" TO WSInBook
       PERFORM VARYING WSBookIndex FROM 1 BY 1
           UNTIL WSBookIndex > WSBookCount OR InBook
              IF WSBookVoter(WSBookIndex) = WSEntryVoter THEN
                     MOVE "Y" TO WSInBook
              END-IF
       END-PERFORM
       IF NOT InBook THEN
              ADD 1 TO WSNotInBook
              DISPLAY "Voter " WSEntryVoter " is not in this book"
                  " - not recorded"
       ELSE
              MOVE WSEntryVoter TO PTIDNum
              MOVE WSEntryElection TO PTElectID
              MOVE WSEntryState TO PTState
              MOVE WSEntryCounty TO PTCounty
              MOVE WSEntryPrecinct TO PTPrecinct
              MOVE WSRunDate TO PTLoadDate
              WRITE ParticipationRecord
                  INVALID KEY
                     ADD 1 TO WSRepeatCount
                     DISPLAY "Voter " WSEntryVoter
                         " already recorded for this election"
                  NOT INVALID KEY
                     ADD 1 TO WSRecordedCount
              END-WRITE
       END-IF.

*> cobc -x partload.cbl          to load the program
*> ./partload                    to run the program
