>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. inactvot.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL VoterMailFile ASSIGN TO "VoterMail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL ElectionFile ASSIGN TO "Election.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ELID
           FILE STATUS IS WSElectionFileStatus.

       SELECT OPTIONAL ParticipationFile ASSIGN TO "Participation.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PTKey
           FILE STATUS IS WSPartFileStatus.

       SELECT OPTIONAL VoteParmFile ASSIGN TO "VoteParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL InactiveVoterFile ASSIGN TO "InactiveVoter.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

DATA DIVISION.
FILE SECTION.
*> the consolidated roll votercon writes - one record per voter
FD  VoterMailFile.
01 VoterMailRecord.
       02 VMIDNum   PIC 9(5).
       02 VMAge     PIC 99.
       02 VMState   PIC XX.
       02 VMCounty  PIC XXX.

*> every election on file, loaded to find the most recent ones held
FD  ElectionFile.
COPY ELECTION.

*> each voter's history, read off the key a voter at a time
FD  ParticipationFile.
COPY PARTIC.

*> the number of recent elections a voter must have missed
FD  VoteParmFile.
COPY VOTEPRM.

*> the inactive list voterval sends confirmation notices from
FD  InactiveVoterFile.
COPY INACTVOT.

FD  CustomerFile.
COPY CUSTREC.

WORKING-STORAGE SECTION.
01 WSElectionFileStatus PIC XX VALUE "00".
01 WSPartFileStatus     PIC XX VALUE "00".
01 WSCustFileStatus     PIC XX VALUE "00".

01 WSRollEOF PIC X VALUE "N".
       88 RollEOF VALUE "Y".

01 WSElectionEOF PIC X VALUE "N".
       88 ElectionEOF VALUE "Y".

01 WSPartEOF PIC X VALUE "N".
       88 PartEOF VALUE "Y".

01 WSInactiveEOF PIC X VALUE "N".
       88 InactiveEOF VALUE "Y".

01 WSRunDate PIC 9(8) VALUE 0.

*> four elections unless electmaint has set otherwise
01 WSInactiveElections PIC 99 VALUE 4.

*> the elections already held, most recent first once sorted - the
*> first WSInactiveElections of them are the ones a voter must have
*> missed every one of
01 WSElectionCount PIC 9(3) VALUE 0.
01 WSElectionTable.
       02 WSElectionEntry OCCURS 500 TIMES.
           03 WSELDate PIC 9(8).
           03 WSELID   PIC X(6).
01 WSElectionIndex PIC 9(3) VALUE 0.
01 WSSwapIndex     PIC 9(3) VALUE 0.
01 WSSwapEntry     PIC X(14).
01 WSOldestCounted PIC 9(8) VALUE 0.

*> the list as it stood before this run, so a voter still inactive
*> keeps the date their confirmation notice went out
01 WSPriorCount PIC 9(4) VALUE 0.
01 WSPriorTable.
       02 WSPriorEntry OCCURS 9999 TIMES.
           03 WSPRIDNum      PIC 9(5).
           03 WSPRNoticeDate PIC 9(8).
01 WSPriorIndex   PIC 9(4) VALUE 0.
01 WSPriorDropped PIC 9(5) VALUE 0.

*> how the voter on hand stands
01 WSVotedRecently PIC X VALUE "N".
       88 VotedRecently VALUE "Y".
01 WSLastVoted  PIC 9(8) VALUE 0.
01 WSNoticeDate PIC 9(8) VALUE 0.

01 WSVoterName PIC X(31) VALUE SPACES.

01 WSReadCount     PIC 9(7) VALUE 0.
01 WSInactiveCount PIC 9(7) VALUE 0.
01 WSNoticedCount  PIC 9(7) VALUE 0.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM LoadVoteLimits
PERFORM LoadElections
IF WSElectionCount < WSInactiveElections THEN
       DISPLAY "Only " WSElectionCount " elections held on file - "
           WSInactiveElections " needed before anyone is listed"
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF
PERFORM SortElections
MOVE WSELDate(WSInactiveElections) TO WSOldestCounted
PERFORM LoadPriorList
IF WSPriorDropped > 0 THEN
       DISPLAY WSPriorDropped " voters on the old list over the 9999"
           " held - list not rebuilt"
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF

MOVE "O" TO RPTOperation
MOVE "InactiveVoters.txt" TO RPTFileName
MOVE "inactvot" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Inactive Voter List" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl
MOVE SPACES TO RPTLine
STRING "No participation in the last " WSInactiveElections
    " elections, held " WSOldestCounted " through "
    WSELDate(1)
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine
MOVE SPACES TO RPTLine
PERFORM WriteReportLine

OPEN INPUT VoterMailFile
OPEN INPUT ParticipationFile
OPEN INPUT CustomerFile
OPEN OUTPUT InactiveVoterFile
PERFORM ReadVoterMail
PERFORM UNTIL RollEOF
       ADD 1 TO WSReadCount
       PERFORM CheckOneVoter
       PERFORM ReadVoterMail
END-PERFORM
CLOSE VoterMailFile
CLOSE ParticipationFile
CLOSE CustomerFile
CLOSE InactiveVoterFile

MOVE SPACES TO RPTLine
STRING "Voters checked: " WSReadCount
    "  Inactive: " WSInactiveCount
    "  Notice already sent: " WSNoticedCount
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Voters checked       : " WSReadCount
DISPLAY "Inactive             : " WSInactiveCount
DISPLAY "Notice already sent  : " WSNoticedCount
DISPLAY "Inactive list written to InactiveVoter.dat"
DISPLAY "Report written to InactiveVoters.txt"

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> picks up the limit on file; no record keeps the default
LoadVoteLimits.
       OPEN INPUT VoteParmFile
       READ VoteParmFile
           AT END CONTINUE
           NOT AT END
              MOVE VTInactiveElections TO WSInactiveElections
       END-READ
       CLOSE VoteParmFile.

*> reads every election already held into the table - one dated
*> after today has not happened yet and cannot have been missed
LoadElections.
       MOVE "N" TO WSElectionEOF
       MOVE 0 TO WSElectionCount
       OPEN INPUT ElectionFile
       PERFORM ReadElection
       PERFORM UNTIL ElectionEOF
              IF ELDate <= WSRunDate AND WSElectionCount < 500 THEN
                     ADD 1 TO WSElectionCount
                     MOVE ELDate TO WSELDate(WSElectionCount)
                     MOVE ELID TO WSELID(WSElectionCount)
              END-IF
              PERFORM ReadElection
       END-PERFORM
       CLOSE ElectionFile.

*> reads the next election
ReadElection.
       READ ElectionFile NEXT RECORD
           AT END MOVE "Y" TO WSElectionEOF
       END-READ.

*> orders the elections most recent first with a simple exchange pass
SortElections.
       PERFORM VARYING WSElectionIndex FROM 1 BY 1
           UNTIL WSElectionIndex > WSElectionCount
              PERFORM VARYING WSSwapIndex FROM 1 BY 1
                  UNTIL WSSwapIndex >= WSElectionCount
                     IF WSElectionEntry(WSSwapIndex) <
                         WSElectionEntry(WSSwapIndex + 1) THEN
                            MOVE WSElectionEntry(WSSwapIndex)
                                TO WSSwapEntry
                            MOVE WSElectionEntry(WSSwapIndex + 1)
                                TO WSElectionEntry(WSSwapIndex)
                            MOVE WSSwapEntry
                                TO WSElectionEntry(WSSwapIndex + 1)
                     END-IF
              END-PERFORM
       END-PERFORM.

*> reads the list the last run wrote, for the notice dates on it
LoadPriorList.
       MOVE "N" TO WSInactiveEOF
       MOVE 0 TO WSPriorCount
       OPEN INPUT InactiveVoterFile
       PERFORM ReadInactiveVoter
       PERFORM UNTIL InactiveEOF
              IF WSPriorCount < 9999 THEN
                     ADD 1 TO WSPriorCount
                     MOVE IVIDNum TO WSPRIDNum(WSPriorCount)
                     MOVE IVNoticeDate TO WSPRNoticeDate(WSPriorCount)
              ELSE
                     ADD 1 TO WSPriorDropped
              END-IF
              PERFORM ReadInactiveVoter
       END-PERFORM
       CLOSE InactiveVoterFile.

*> reads the next voter off the old inactive list
ReadInactiveVoter.
       READ InactiveVoterFile
           AT END MOVE "Y" TO WSInactiveEOF
       END-READ.

*> reads the next voter off the consolidated roll
ReadVoterMail.
       READ VoterMailFile
           AT END MOVE "Y" TO WSRollEOF
       END-READ.

*> reads the voter's participation off the key: a vote in any of the
*> counted elections keeps them active, and the most recent election
*> they voted in at all goes on the list
CheckOneVoter.
       MOVE "N" TO WSVotedRecently
       MOVE 0 TO WSLastVoted
       MOVE "N" TO WSPartEOF
       MOVE VMIDNum TO PTIDNum
       MOVE LOW-VALUES TO PTElectID
       START ParticipationFile KEY NOT LESS THAN PTKey
           INVALID KEY MOVE "Y" TO WSPartEOF
       END-START
       PERFORM ReadVoterHistory
       PERFORM UNTIL PartEOF OR VotedRecently
              PERFORM VARYING WSElectionIndex FROM 1 BY 1
                  UNTIL WSElectionIndex > WSElectionCount
                     IF WSELID(WSElectionIndex) = PTElectID THEN
                            IF WSElectionIndex <= WSInactiveElections
                                THEN
                                   MOVE "Y" TO WSVotedRecently
                            END-IF
                            IF WSELDate(WSElectionIndex) > WSLastVoted
                                THEN
                                   MOVE WSELDate(WSElectionIndex)
                                       TO WSLastVoted
                            END-IF
                     END-IF
              END-PERFORM
              PERFORM ReadVoterHistory
       END-PERFORM
       IF NOT VotedRecently THEN
              PERFORM ListInactiveVoter
       END-IF.

*> reads the next participation record, stopping at the first one
*> for another voter
ReadVoterHistory.
       IF NOT PartEOF THEN
              READ ParticipationFile NEXT RECORD
                  AT END MOVE "Y" TO WSPartEOF
              END-READ
       END-IF
       IF NOT PartEOF AND PTIDNum NOT = VMIDNum THEN
              MOVE "Y" TO WSPartEOF
       END-IF.

*> puts the voter on the new list, carrying any notice date forward,
*> with a report line the county can read
ListInactiveVoter.
       ADD 1 TO WSInactiveCount
       MOVE 0 TO WSNoticeDate
       PERFORM VARYING WSPriorIndex FROM 1 BY 1
           UNTIL WSPriorIndex > WSPriorCount OR WSNoticeDate NOT = 0
              IF WSPRIDNum(WSPriorIndex) = VMIDNum THEN
                     MOVE WSPRNoticeDate(WSPriorIndex) TO WSNoticeDate
              END-IF
       END-PERFORM
       IF WSNoticeDate NOT = 0 THEN
              ADD 1 TO WSNoticedCount
       END-IF
       MOVE VMIDNum TO IVIDNum
       MOVE VMState TO IVState
       MOVE VMCounty TO IVCounty
       MOVE WSRunDate TO IVListDate
       MOVE WSLastVoted TO IVLastVoted
       MOVE WSNoticeDate TO IVNoticeDate
       WRITE InactiveVoterRecord
       PERFORM LookupVoterName
       MOVE SPACES TO RPTLine
       EVALUATE TRUE
           WHEN WSLastVoted = 0 AND WSNoticeDate = 0
              STRING VMIDNum " " WSVoterName " " VMState "/" VMCounty
                  "  never voted"
                  DELIMITED BY SIZE INTO RPTLine
           WHEN WSLastVoted = 0
              STRING VMIDNum " " WSVoterName " " VMState "/" VMCounty
                  "  never voted  notice " WSNoticeDate
                  DELIMITED BY SIZE INTO RPTLine
           WHEN WSNoticeDate = 0
              STRING VMIDNum " " WSVoterName " " VMState "/" VMCounty
                  "  last voted " WSLastVoted
                  DELIMITED BY SIZE INTO RPTLine
           WHEN OTHER
              STRING VMIDNum " " WSVoterName " " VMState "/" VMCounty
                  "  voted " WSLastVoted "  notice " WSNoticeDate
                  DELIMITED BY SIZE INTO RPTLine
       END-EVALUATE
       PERFORM WriteReportLine.

*> fetches the voter's name off Customer.dat for the report line
LookupVoterName.
       MOVE SPACES TO WSVoterName
       MOVE VMIDNum TO IDNum
       READ CustomerFile
           INVALID KEY
              STRING "CUSTOMER " VMIDNum DELIMITED BY SIZE
                  INTO WSVoterName
           NOT INVALID KEY
              STRING FirstName DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  LastName DELIMITED BY SIZE
                  INTO WSVoterName
       END-READ.

*> cobc -x inactvot.cbl          to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./inactvot                    to run the program
