>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. pctassign.
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

       SELECT OPTIONAL PrecinctFile ASSIGN TO "Precinct.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PCKey
           FILE STATUS IS WSPrecinctFileStatus.

       SELECT OPTIONAL CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

       SELECT OPTIONAL CustAddrFile ASSIGN TO "CustAddr.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CAIDNum
           FILE STATUS IS WSAddrFileStatus.

       SELECT OPTIONAL VoterPrecinctFile ASSIGN TO "VoterPrecinct.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the consolidated roll votercon writes - one record per voter
FD  VoterMailFile.
01 VoterMailRecord.
       02 VMIDNum   PIC 9(5).
       02 VMAge     PIC 99.
       02 VMState   PIC XX.
       02 VMCounty  PIC XXX.

*> the ZIP ranges pctmaint keeps, loaded whole before the roll is read
FD  PrecinctFile.
COPY PRECINCT.

FD  CustomerFile.
COPY CUSTREC.

*> the address file the voter's ZIP is taken from
FD  CustAddrFile.
COPY CADDREC.

*> every voter placed in a precinct, rewritten each run for pollbook
FD  VoterPrecinctFile.
COPY VOTPRCT.

WORKING-STORAGE SECTION.
01 WSPrecinctFileStatus PIC XX VALUE "00".
01 WSCustFileStatus     PIC XX VALUE "00".
01 WSAddrFileStatus     PIC XX VALUE "00".

01 WSRollEOF PIC X VALUE "N".
       88 RollEOF VALUE "Y".

01 WSPrecinctEOF PIC X VALUE "N".
       88 PrecinctEOF VALUE "Y".

*> every range on the precinct file, held in storage so each voter is
*> a table search rather than a pass of the file
01 WSRangeCount PIC 9(4) VALUE 0.
01 WSRangeTable.
       02 WSRangeEntry OCCURS 2000 TIMES.
           03 WSRGState     PIC XX.
           03 WSRGCounty    PIC XXX.
           03 WSRGZipFrom   PIC 9(5).
           03 WSRGZipTo     PIC 9(5).
           03 WSRGPrecinct  PIC X(6).
           03 WSRGPollPlace PIC X(30).

01 WSRangeIndex PIC 9(4) VALUE 0.
01 WSFoundIndex PIC 9(4) VALUE 0.
01 WSRangesDropped PIC 9(4) VALUE 0.

01 WSHaveAddress PIC X VALUE "N".
       88 HaveAddress VALUE "Y".

01 WSVoterName PIC X(31) VALUE SPACES.

01 WSReadCount      PIC 9(7) VALUE 0.
01 WSAssignedCount  PIC 9(7) VALUE 0.
01 WSNoAddressCount PIC 9(7) VALUE 0.
01 WSUnmappedCount  PIC 9(7) VALUE 0.
01 WSExceptionCount PIC 9(7) VALUE 0.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
PERFORM LoadPrecinctRanges
IF WSRangesDropped > 0 THEN
       DISPLAY WSRangesDropped " precinct ranges over the 2000 held"
           " - assignment not run"
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF

MOVE "O" TO RPTOperation
MOVE "PrecinctExcept.txt" TO RPTFileName
MOVE "pctassign" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Voters Not Assigned to a Precinct" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl

OPEN INPUT VoterMailFile
OPEN INPUT CustomerFile
OPEN INPUT CustAddrFile
OPEN OUTPUT VoterPrecinctFile
PERFORM ReadVoterMail
PERFORM UNTIL RollEOF
       ADD 1 TO WSReadCount
       PERFORM AssignOneVoter
       PERFORM ReadVoterMail
END-PERFORM
CLOSE VoterMailFile
CLOSE CustomerFile
CLOSE CustAddrFile
CLOSE VoterPrecinctFile

IF WSExceptionCount = 0 THEN
       MOVE SPACES TO RPTLine
       STRING "Every voter on the roll was assigned a precinct"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
END-IF
MOVE SPACES TO RPTLine
STRING "No address: " WSNoAddressCount
    "  ZIP not in a precinct: " WSUnmappedCount
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Voters read            : " WSReadCount
DISPLAY "Assigned to a precinct : " WSAssignedCount
DISPLAY "No address on file     : " WSNoAddressCount
DISPLAY "ZIP not in a precinct  : " WSUnmappedCount
DISPLAY "Assignments written to VoterPrecinct.dat"
DISPLAY "Exceptions written to PrecinctExcept.txt"

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> reads every ZIP range into the table in key order
LoadPrecinctRanges.
       MOVE "N" TO WSPrecinctEOF
       MOVE 0 TO WSRangeCount
       OPEN INPUT PrecinctFile
       PERFORM ReadPrecinctRange
       PERFORM UNTIL PrecinctEOF
              IF WSRangeCount < 2000 THEN
                     ADD 1 TO WSRangeCount
                     MOVE PCState TO WSRGState(WSRangeCount)
                     MOVE PCCounty TO WSRGCounty(WSRangeCount)
                     MOVE PCZipFrom TO WSRGZipFrom(WSRangeCount)
                     MOVE PCZipTo TO WSRGZipTo(WSRangeCount)
                     MOVE PCPrecinct TO WSRGPrecinct(WSRangeCount)
                     MOVE PCPollPlace TO WSRGPollPlace(WSRangeCount)
              ELSE
                     ADD 1 TO WSRangesDropped
              END-IF
              PERFORM ReadPrecinctRange
       END-PERFORM
       CLOSE PrecinctFile.

*> reads the next ZIP range off Precinct.dat
ReadPrecinctRange.
       READ PrecinctFile NEXT RECORD
           AT END MOVE "Y" TO WSPrecinctEOF
       END-READ.

*> reads the next voter off the consolidated roll
ReadVoterMail.
       READ VoterMailFile
           AT END MOVE "Y" TO WSRollEOF
       END-READ.

*> places one voter: the ZIP on their address must fall in a range
*> for the state and county they are on the roll under - a voter with
*> no address or an unmapped ZIP is listed rather than left out
AssignOneVoter.
       PERFORM LookupVoterName
       MOVE "N" TO WSHaveAddress
       MOVE VMIDNum TO CAIDNum
       READ CustAddrFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE "Y" TO WSHaveAddress
       END-READ
       IF NOT HaveAddress THEN
              ADD 1 TO WSNoAddressCount
              ADD 1 TO WSExceptionCount
              MOVE SPACES TO RPTLine
              STRING "Voter " VMIDNum " " WSVoterName
                  " " VMState "/" VMCounty "  no address on file"
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
       ELSE
              PERFORM FindPrecinctRange
              IF WSFoundIndex = 0 THEN
                     ADD 1 TO WSUnmappedCount
                     ADD 1 TO WSExceptionCount
                     MOVE SPACES TO RPTLine
                     STRING "Voter " VMIDNum " " WSVoterName
                         " " VMState "/" VMCounty "  ZIP " CAZip
                         " not in a precinct"
                         DELIMITED BY SIZE INTO RPTLine
                     PERFORM WriteReportLine
              ELSE
                     PERFORM WriteVoterPrecinct
              END-IF
       END-IF.

*> searches the table for the county's range holding the voter's ZIP
FindPrecinctRange.
       MOVE 0 TO WSFoundIndex
       PERFORM VARYING WSRangeIndex FROM 1 BY 1
           UNTIL WSRangeIndex > WSRangeCount OR WSFoundIndex > 0
              IF WSRGState(WSRangeIndex) = VMState
                  AND WSRGCounty(WSRangeIndex) = VMCounty
                  AND WSRGZipFrom(WSRangeIndex) <= CAZip
                  AND WSRGZipTo(WSRangeIndex) >= CAZip THEN
                     MOVE WSRangeIndex TO WSFoundIndex
              END-IF
       END-PERFORM.

*> fetches the voter's name off Customer.dat - the poll book is in
*> last-name order, so the two halves are kept apart on the record
LookupVoterName.
       MOVE SPACES TO WSVoterName
       MOVE VMIDNum TO IDNum
       READ CustomerFile
           INVALID KEY
              MOVE SPACES TO FirstName
              MOVE SPACES TO LastName
              STRING "CUSTOMER " VMIDNum DELIMITED BY SIZE
                  INTO LastName
              MOVE LastName TO WSVoterName
           NOT INVALID KEY
              STRING FirstName DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  LastName DELIMITED BY SIZE
                  INTO WSVoterName
       END-READ.

*> writes the voter's assignment with the precinct's polling place
WriteVoterPrecinct.
       MOVE VMState TO VPState
       MOVE VMCounty TO VPCounty
       MOVE WSRGPrecinct(WSFoundIndex) TO VPPrecinct
       MOVE LastName TO VPLastName
       MOVE FirstName TO VPFirstName
       MOVE VMIDNum TO VPIDNum
       MOVE CAZip TO VPZip
       MOVE WSRGPollPlace(WSFoundIndex) TO VPPollPlace
       WRITE VoterPrecinctRecord
       ADD 1 TO WSAssignedCount.

*> cobc -x pctassign.cbl         to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./pctassign                   to run the program
