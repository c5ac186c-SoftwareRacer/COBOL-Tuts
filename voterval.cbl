           RECORD KEY IS JurisKey
           FILE STATUS IS WSJurisFileStatus.

       SELECT OPTIONAL InactiveVoterFile ASSIGN TO "InactiveVoter.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL CustAddrFile ASSIGN TO "CustAddr.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CAIDNum
           FILE STATUS IS WSAddrFileStatus.

       SELECT OPTIONAL ConfirmNoticeFile ASSIGN TO "ConfirmNotice.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL HeldMailFile ASSIGN TO "HeldMail.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the append-only roll nobody ever came off - this sweep finally
       02 JurisPendAge  PIC 99.
       02 JurisPendDate PIC 9(8).

*> the voters inactvot found with no recent participation - a voter
*> still on the roll and on this list is sent a confirmation notice
*> once, and the list is written back with the date it went out
FD  InactiveVoterFile.
COPY INACTVOT.

*> the address a confirmation notice is mailed to
FD  CustAddrFile.
COPY CADDREC.

*> one confirmation notice per inactive voter: name line, street line,
*> city/state/ZIP line, the request to confirm, blank separator
FD  ConfirmNoticeFile.
01 ConfirmNoticeLine PIC X(60).

*> inactive voters whose address the post office has sent mail back
*> from - no notice is printed, the voter goes on the held-mail report
FD  HeldMailFile.
01 HeldMailData PIC X(84).

WORKING-STORAGE SECTION.
01 WSCustFileStatus  PIC XX VALUE "00".
01 WSJurisFileStatus PIC XX VALUE "00".
01 WSAddrFileStatus  PIC XX VALUE "00".

01 WSInactiveEOF PIC X VALUE "N".
       88 InactiveEOF VALUE "Y".

*> the inactive list held in storage while the roll is swept; a voter
*> not met on the roll this pass is dropped when it is written back
01 WSInactiveCount PIC 9(4) VALUE 0.
01 WSInactiveTable.
       02 WSInactiveEntry OCCURS 9999 TIMES.
           03 WSIVRecord   PIC X(40).
           03 WSIVOnRoll   PIC X.
01 WSInactiveIndex   PIC 9(4) VALUE 0.
01 WSInactiveFound   PIC 9(4) VALUE 0.
01 WSInactiveDropped PIC 9(5) VALUE 0.

01 WSVoterName PIC X(31) VALUE SPACES.

COPY HELDMAIL.

01 WSRollEOF PIC X VALUE "N".
       88 RollEOF VALUE "Y".
01 WSRemovedGone   PIC 9(5) VALUE 0.
01 WSRemovedAge    PIC 9(5) VALUE 0.
01 WSFlaggedCount  PIC 9(5) VALUE 0.
01 WSNoticeCount   PIC 9(5) VALUE 0.
01 WSAwaitingCount PIC 9(5) VALUE 0.
01 WSNoAddrCount   PIC 9(5) VALUE 0.
01 WSHeldMailCount PIC 9(5) VALUE 0.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.

PROCEDURE DIVISION.
ACCEPT WSToday FROM DATE YYYYMMDD
PERFORM LoadInactiveList
IF WSInactiveDropped > 0 THEN
       DISPLAY WSInactiveDropped " voters on the inactive list over the"
           " 9999 held - revalidation not run"
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF
MOVE "O" TO RPTOperation
MOVE "VoterRemovals.txt" TO RPTFileName
MOVE "voterval" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Voter Roll Revalidation Report" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
OPEN INPUT JurisdictionFile
OPEN INPUT VoterRollFile
OPEN OUTPUT VoterWorkFile
OPEN INPUT CustAddrFile
OPEN OUTPUT ConfirmNoticeFile
OPEN EXTEND HeldMailFile

PERFORM ReadVoterRoll
PERFORM UNTIL RollEOF
CLOSE VoterWorkFile
CLOSE CustomerFile
CLOSE JurisdictionFile
CLOSE CustAddrFile
CLOSE ConfirmNoticeFile
CLOSE HeldMailFile
PERFORM CopyWorkBackToRoll
PERFORM SaveInactiveList

MOVE SPACES TO RPTLine
STRING "Confirmation notices sent: " WSNoticeCount
    "  Held: " WSHeldMailCount
    "  No address: " WSNoAddrCount
    "  Awaiting reply: " WSAwaitingCount
    DELIMITED BY SIZE INTO RPTLine
MOVE "D" TO RPTOperation
CALL WSReportProgram USING ReportControl

MOVE SPACES TO RPTLine
STRING "Scanned: " WSScannedCount
DISPLAY "Removed - no customer    : " WSRemovedGone
DISPLAY "Removed - under age      : " WSRemovedAge
DISPLAY "Flagged - inactive       : " WSFlaggedCount
DISPLAY "Confirmation notices     : " WSNoticeCount
DISPLAY "Notices held - returned  : " WSHeldMailCount
DISPLAY "Notices - no address     : " WSNoAddrCount
DISPLAY "Awaiting confirmation    : " WSAwaitingCount
DISPLAY "Report written to VoterRemovals.txt"
DISPLAY "Notices written to ConfirmNotice.txt"

STOP RUN.

       MOVE VRAge TO VWAge
       MOVE VRState TO VWState
       MOVE VRCounty TO VWCounty
       WRITE VoterWorkRecord
       PERFORM CheckInactiveVoter.

*> a kept voter on the inactive list is sent a confirmation notice if
*> one has not gone out already; either way they stay on the roll
CheckInactiveVoter.
       MOVE 0 TO WSInactiveFound
       PERFORM VARYING WSInactiveIndex FROM 1 BY 1
           UNTIL WSInactiveIndex > WSInactiveCount
               OR WSInactiveFound > 0
              MOVE WSIVRecord(WSInactiveIndex) TO InactiveVoterRecord
              IF IVIDNum = VRIDNum THEN
                     MOVE WSInactiveIndex TO WSInactiveFound
              END-IF
       END-PERFORM
       IF WSInactiveFound > 0 THEN
              MOVE "Y" TO WSIVOnRoll(WSInactiveFound)
              IF IVNoticeDate = 0 THEN
                     PERFORM SendConfirmNotice
              ELSE
                     ADD 1 TO WSAwaitingCount
              END-IF
       END-IF.

*> mails the confirmation notice to the address on file and stamps
*> the list with today's date - an address flagged returned is held
*> and no address is reported, and neither counts as sent
SendConfirmNotice.
       MOVE SPACES TO WSVoterName
       STRING FirstName DELIMITED BY "  "
           " " DELIMITED BY SIZE
           LastName DELIMITED BY SIZE
           INTO WSVoterName
       MOVE VRIDNum TO CAIDNum
       READ CustAddrFile
           INVALID KEY
              ADD 1 TO WSNoAddrCount
              MOVE SPACES TO RPTLine
              STRING "NO NOTICE voter " VRIDNum " (" VRState "/"
                  VRCounty ") - inactive, no address on file"
                  DELIMITED BY SIZE INTO RPTLine
              MOVE "D" TO RPTOperation
              CALL WSReportProgram USING ReportControl
           NOT INVALID KEY
              IF CAMailReturned THEN
                     PERFORM HoldReturnedMail
              ELSE
                     PERFORM PrintConfirmNotice
              END-IF
       END-READ.

*> lists the voter on the held-mail report in place of a notice
HoldReturnedMail.
       ADD 1 TO WSHeldMailCount
       MOVE WSToday TO HMRunDate
       MOVE "voterval" TO HMProgram
       MOVE VRIDNum TO HMIDNum
       MOVE WSVoterName TO HMName
       MOVE CAReturnDate TO HMReturnDate
       EVALUATE TRUE
           WHEN CARetStatement MOVE "STATEMENT" TO HMReturnType
           WHEN CARetVoter     MOVE "VOTER" TO HMReturnType
           WHEN CARetLetter    MOVE "LETTER" TO HMReturnType
           WHEN OTHER          MOVE "OTHER" TO HMReturnType
       END-EVALUATE
       WRITE HeldMailData FROM HeldMailRecord.

*> writes one notice and marks it sent on the held list
PrintConfirmNotice.
       ADD 1 TO WSNoticeCount
       MOVE SPACES TO ConfirmNoticeLine
       MOVE WSVoterName TO ConfirmNoticeLine
       WRITE ConfirmNoticeLine
       MOVE SPACES TO ConfirmNoticeLine
       MOVE CAStreet TO ConfirmNoticeLine
       WRITE ConfirmNoticeLine
       MOVE SPACES TO ConfirmNoticeLine
       STRING CACity DELIMITED BY "  "
           ", " DELIMITED BY SIZE
           CAState DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CAZip DELIMITED BY SIZE
           INTO ConfirmNoticeLine
       WRITE ConfirmNoticeLine
       MOVE SPACES TO ConfirmNoticeLine
       STRING "Please confirm your voter registration - voter "
           VRIDNum DELIMITED BY SIZE INTO ConfirmNoticeLine
       WRITE ConfirmNoticeLine
       MOVE SPACES TO ConfirmNoticeLine
       WRITE ConfirmNoticeLine
       MOVE WSToday TO IVNoticeDate
       MOVE InactiveVoterRecord TO WSIVRecord(WSInactiveFound)
       MOVE SPACES TO RPTLine
       STRING "NOTICE   voter " VRIDNum " (" VRState "/"
           VRCounty ") - inactive, confirmation notice sent"
           DELIMITED BY SIZE INTO RPTLine
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> reads the inactive list into the table
LoadInactiveList.
       MOVE "N" TO WSInactiveEOF
       MOVE 0 TO WSInactiveCount
       OPEN INPUT InactiveVoterFile
       PERFORM ReadInactiveVoter
       PERFORM UNTIL InactiveEOF
              IF WSInactiveCount < 9999 THEN
                     ADD 1 TO WSInactiveCount
                     MOVE InactiveVoterRecord
                         TO WSIVRecord(WSInactiveCount)
                     MOVE "N" TO WSIVOnRoll(WSInactiveCount)
              ELSE
                     ADD 1 TO WSInactiveDropped
              END-IF
              PERFORM ReadInactiveVoter
       END-PERFORM
       CLOSE InactiveVoterFile.

*> reads the next voter off the inactive list
ReadInactiveVoter.
       READ InactiveVoterFile
           AT END MOVE "Y" TO WSInactiveEOF
       END-READ.

*> writes the list back with the notice dates, leaving off any voter
*> who is no longer on the roll after this pass
SaveInactiveList.
       OPEN OUTPUT InactiveVoterFile
       PERFORM VARYING WSInactiveIndex FROM 1 BY 1
           UNTIL WSInactiveIndex > WSInactiveCount
              IF WSIVOnRoll(WSInactiveIndex) = "Y" THEN
                     MOVE WSIVRecord(WSInactiveIndex)
                         TO InactiveVoterRecord
                     WRITE InactiveVoterRecord
              END-IF
       END-PERFORM
       CLOSE InactiveVoterFile.

*> one report line per removal or flag, with the reason the county
*> can read
