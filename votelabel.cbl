           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL HeldMailFile ASSIGN TO "HeldMail.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  VoterRollFile.
FD  NoAddressFile.
01 NoAddressLine PIC X(70).

*> voters whose address the post office has sent mail back from - no
*> label is printed, the voter goes on the shared held-mail report
FD  HeldMailFile.
01 HeldMailData PIC X(84).

WORKING-STORAGE SECTION.
01 WSCustFileStatus PIC XX VALUE "00".


01 WSLabelCount     PIC 9(5) VALUE 0.
01 WSNoAddressCount PIC 9(5) VALUE 0.
01 WSHeldMailCount  PIC 9(5) VALUE 0.

01 WSHaveAddress PIC X VALUE "N".
       88 HaveAddress VALUE "Y".

01 WSVoterName PIC X(31) VALUE SPACES.

COPY HELDMAIL.

*> control block for the shared rptarch report-library service the
*> finished no-address list is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
OPEN INPUT VoterRollFile
OPEN INPUT CustAddrFile
OPEN OUTPUT LabelFile
OPEN OUTPUT NoAddressFile
OPEN EXTEND HeldMailFile

MOVE SPACES TO NoAddressLine
STRING "Voters With No Address On File - Run date " WSRunDate
CLOSE CustAddrFile
CLOSE LabelFile
CLOSE NoAddressFile
PERFORM FileReport
CLOSE HeldMailFile

DISPLAY "Labels printed             : " WSLabelCount
DISPLAY "Voters without an address  : " WSNoAddressCount
DISPLAY "Held for returned mail     : " WSHeldMailCount

STOP RUN.

       END-READ.

*> joins one roll entry to the address file: an address on file makes
*> a label, no address makes a line on the chase report and an
*> address flagged returned is held instead of labelled
LabelOneVoter.
       PERFORM LookupVoterName
       MOVE "N" TO WSHaveAddress
              MOVE "Y" TO WSHaveAddress
       END-READ
       IF HaveAddress THEN
              IF CAMailReturned THEN
                     PERFORM HoldReturnedMail
              ELSE
                     PERFORM PrintLabel
              END-IF
       ELSE
              ADD 1 TO WSNoAddressCount
              MOVE SPACES TO NoAddressLine
                  INTO WSVoterName
       END-READ.

*> lists the voter on the held-mail report in place of a label
HoldReturnedMail.
       ADD 1 TO WSHeldMailCount
       MOVE WSRunDate TO HMRunDate
       MOVE "votelabel" TO HMProgram
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

*> writes one three-line mailing label plus a blank separator
PrintLabel.
       ADD 1 TO WSLabelCount
       MOVE SPACES TO LabelLine
       WRITE LabelLine.

*> files the finished no-address list in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "NoAddress.txt" TO ARCFileName
       MOVE "votelabel" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Voters With No Address On File" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x votelabel.cbl         to load the program
*> ./votelabel                   to run the program
