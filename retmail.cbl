>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. retmail.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CustAddrFile ASSIGN TO "CustAddr.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CAIDNum
           FILE STATUS IS WSAddrFileStatus.

       SELECT OPTIONAL CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

       SELECT OPTIONAL CustNoteFile ASSIGN TO "CustNotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNKey
           FILE STATUS IS WSNoteFileStatus.

DATA DIVISION.
FILE SECTION.
*> the address file the returned-mail flag is kept on - the mailing
*> runs hold their pieces for a flagged address and coboltut7 clears
*> the flag when a new address is keyed
FD  CustAddrFile.
COPY CADDREC.

FD  CustomerFile.
COPY CUSTREC.

*> every returned piece also goes into the customer's contact history
FD  CustNoteFile.
COPY CUSTNOTE.

WORKING-STORAGE SECTION.
01 WSAddrFileStatus PIC XX VALUE "00".
01 WSCustFileStatus PIC XX VALUE "00".

01 WSNoteFileStatus PIC XX VALUE "00".
       88 NoteFileNotFound VALUE "35".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuRecord VALUE "1".
       88 MenuShow   VALUE "2".
       88 MenuExit   VALUE "X", "x".

01 WSEntryIDNum      PIC 9(5) VALUE 0.
01 WSEntryReturnDate PIC 9(8) VALUE 0.
01 WSEntryReturnType PIC X VALUE SPACE.
01 WSRunDate         PIC 9(8).
01 WSNoteTime        PIC 9(8) VALUE 0.
01 WSReturnTypeText  PIC X(9) VALUE SPACES.

01 WSAddressOK PIC X VALUE "N".
       88 AddressOK VALUE "Y".

*> the clerk keying returned mail signs on so the contact note carries
*> who recorded it
01 WSSignOnProgram  PIC X(9) VALUE "opsignon".
01 WSSignOnCaller   PIC X(9) VALUE "retmail".
01 WSSignOnID       PIC X(8) VALUE SPACES.
01 WSSignOnPassword PIC X(8) VALUE SPACES.
01 WSSignOnLevel    PIC 9 VALUE 0.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
DISPLAY "Sign-on ID: " WITH NO ADVANCING
ACCEPT WSSignOnID
DISPLAY "Password: " WITH NO ADVANCING
ACCEPT WSSignOnPassword
CALL WSSignOnProgram USING WSSignOnID, WSSignOnPassword,
    WSSignOnLevel, WSSignOnCaller
IF RETURN-CODE = 0 THEN
       OPEN I-O CustAddrFile
       OPEN INPUT CustomerFile
       PERFORM OpenNoteFile
       PERFORM DisplayMenu
       PERFORM UNTIL MenuExit
              EVALUATE TRUE
                  WHEN MenuRecord PERFORM RecordReturnedMail
                  WHEN MenuShow   PERFORM ShowMailStatus
                  WHEN OTHER
                     DISPLAY "Invalid selection " WSMenuChoice
              END-EVALUATE
              PERFORM DisplayMenu
       END-PERFORM
       CLOSE CustAddrFile
       CLOSE CustomerFile
       CLOSE CustNoteFile
ELSE
       DISPLAY "Sign-on failed - returned mail entry refused"
       MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> shows the returned-mail menu and accepts the next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Record returned mail against an address"
       DISPLAY "2. Show a customer's mailing status"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> opens the contact notes for update, creating the file on a first run
OpenNoteFile.
       OPEN I-O CustNoteFile
       IF NoteFileNotFound THEN
              OPEN OUTPUT CustNoteFile
              CLOSE CustNoteFile
              OPEN I-O CustNoteFile
       END-IF.

*> takes the customer ID and fetches the name and the address record;
*> mail can only come back from an address we hold
AcceptCustomer.
       DISPLAY "Enter customer ID: " WITH NO ADVANCING
       ACCEPT WSEntryIDNum
       MOVE WSEntryIDNum TO IDNum
       READ CustomerFile
           INVALID KEY
              DISPLAY "Customer " WSEntryIDNum " not on the master"
           NOT INVALID KEY
              DISPLAY "Customer on file: " FirstName " " LastName
       END-READ
       MOVE "N" TO WSAddressOK
       MOVE WSEntryIDNum TO CAIDNum
       READ CustAddrFile
           INVALID KEY
              DISPLAY "No address on file for customer " WSEntryIDNum
           NOT INVALID KEY
              MOVE "Y" TO WSAddressOK
              DISPLAY "Address on file : " CAStreet
              DISPLAY "                  " CACity ", " CAState " "
                  CAZip
       END-READ.

*> the wording for the kind of mailing that came back
SetReturnTypeText.
       EVALUATE TRUE
           WHEN CARetStatement MOVE "STATEMENT" TO WSReturnTypeText
           WHEN CARetVoter     MOVE "VOTER" TO WSReturnTypeText
           WHEN CARetLetter    MOVE "LETTER" TO WSReturnTypeText
           WHEN OTHER          MOVE "OTHER" TO WSReturnTypeText
       END-EVALUATE.

*> shows whether the customer's address is held for returned mail
ShowMailStatus.
       PERFORM AcceptCustomer
       IF AddressOK THEN
              IF CAMailReturned THEN
                     PERFORM SetReturnTypeText
                     DISPLAY "Mail returned " CAReturnDate " ("
                         WSReturnTypeText ") - mailings are held"
                     DISPLAY "Key a new address through coboltut7 "
                         "to release them"
              ELSE
                     DISPLAY "Address is good - mailings go out"
              END-IF
       END-IF.

*> flags the address returned with the date and the mailing type that
*> came back, and notes it on the customer's contact history
RecordReturnedMail.
       PERFORM AcceptCustomer
       IF AddressOK THEN
              DISPLAY "Date the mail came back (YYYYMMDD, 0 = today): "
                  WITH NO ADVANCING
              ACCEPT WSEntryReturnDate
              IF WSEntryReturnDate = 0 THEN
                     MOVE WSRunDate TO WSEntryReturnDate
              END-IF
              DISPLAY "Mailing returned (S=statement V=voter "
                  "L=letter O=other): " WITH NO ADVANCING
              ACCEPT WSEntryReturnType
              MOVE WSEntryReturnType TO CAReturnType
              EVALUATE TRUE
                  WHEN NOT CAValidReturnType
                     DISPLAY "Mailing type must be S, V, L or O - "
                         "nothing recorded"
                  WHEN WSEntryReturnDate > WSRunDate
                     DISPLAY "Return date is in the future - "
                         "nothing recorded"
                  WHEN OTHER
                     MOVE "R" TO CAMailFlag
                     MOVE WSEntryReturnDate TO CAReturnDate
                     REWRITE CustAddrRecord
                     PERFORM WriteReturnedNote
                     DISPLAY "Address flagged returned - mailings held "
                         "for customer " WSEntryIDNum
              END-EVALUATE
       END-IF.

*> a system note on the contact history for the returned piece
WriteReturnedNote.
       PERFORM SetReturnTypeText
       MOVE SPACES TO CustNoteRecord
       MOVE WSEntryIDNum TO CNIDNum
       MOVE WSRunDate TO CNDate
       ACCEPT WSNoteTime FROM TIME
       MOVE WSNoteTime TO CNTime
       MOVE WSSignOnID TO CNOperator
       MOVE "S" TO CNContactType
       MOVE 1 TO CNLineCount
       STRING "MAIL RETURNED " WSEntryReturnDate " - "
           WSReturnTypeText DELIMITED BY SIZE INTO CNLine(1)
       WRITE CustNoteRecord
           INVALID KEY CONTINUE
       END-WRITE.

*> cobc -x retmail.cbl           to load the program
*> cobc -m opsignon.cbl          builds the sign-on service it CALLs
*> ./retmail                     to run the program
