>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ermaint.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL EmployerFile ASSIGN TO "Employer.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> one record: our own employer numbers, name and address as the
*> state has them - kept here so the government filings never carry
*> a hard-coded address
FD  EmployerFile.
COPY EMPLOYER.

WORKING-STORAGE SECTION.
01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuShow    VALUE "1".
       88 MenuNumbers VALUE "2".
       88 MenuAddress VALUE "3".
       88 MenuExit    VALUE "X", "x".

01 WSEmployerOnFile PIC X VALUE "N".
       88 EmployerOnFile VALUE "Y".

*> the details held in storage while the supervisor works
01 WSEmployer.
       02 WSFedID   PIC X(9) VALUE SPACES.
       02 WSStateID PIC X(12) VALUE SPACES.
       02 WSName    PIC X(30) VALUE SPACES.
       02 WSStreet  PIC X(25) VALUE SPACES.
       02 WSCity    PIC X(15) VALUE SPACES.
       02 WSState   PIC XX VALUE SPACES.
       02 WSZip     PIC 9(5) VALUE 0.

*> what the shop files under is a supervisor decision, checked through
*> the shared opsignon service
01 WSSignOnProgram  PIC X(9) VALUE "opsignon".
01 WSSignOnCaller   PIC X(9) VALUE "ermaint".
01 WSSignOnID       PIC X(8) VALUE SPACES.
01 WSSignOnPassword PIC X(8) VALUE SPACES.
01 WSSignOnLevel    PIC 9 VALUE 0.
       88 SupervisorSignedOn VALUE 2.

PROCEDURE DIVISION.
DISPLAY "Sign-on ID: " WITH NO ADVANCING
ACCEPT WSSignOnID
DISPLAY "Password: " WITH NO ADVANCING
ACCEPT WSSignOnPassword
CALL WSSignOnProgram USING WSSignOnID, WSSignOnPassword,
    WSSignOnLevel, WSSignOnCaller
IF RETURN-CODE = 0 AND SupervisorSignedOn THEN
       MOVE 0 TO RETURN-CODE
       PERFORM LoadEmployer
       PERFORM DisplayMenu
       PERFORM UNTIL MenuExit
              EVALUATE TRUE
                  WHEN MenuShow    PERFORM ShowEmployer
                  WHEN MenuNumbers PERFORM SetEmployerNumbers
                  WHEN MenuAddress PERFORM SetEmployerAddress
                  WHEN OTHER
                     DISPLAY "Invalid selection " WSMenuChoice
              END-EVALUATE
              PERFORM DisplayMenu
       END-PERFORM
ELSE
       DISPLAY "Sign-on failed or not a supervisor - "
           "employer details refused"
       MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> shows the employer menu and accepts the next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Show employer details"
       DISPLAY "2. Set federal and state employer numbers"
       DISPLAY "3. Set employer name and address"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> picks up the details on file; a new shop starts with none, and the
*> new-hire report refuses to run until they are keyed
LoadEmployer.
       MOVE "N" TO WSEmployerOnFile
       OPEN INPUT EmployerFile
       READ EmployerFile
           AT END
              CONTINUE
           NOT AT END
              MOVE "Y" TO WSEmployerOnFile
              MOVE ERFedID TO WSFedID
              MOVE ERStateID TO WSStateID
              MOVE ERName TO WSName
              MOVE ERStreet TO WSStreet
              MOVE ERCity TO WSCity
              MOVE ERState TO WSState
              MOVE ERZip TO WSZip
       END-READ
       CLOSE EmployerFile.

*> rewrites the one-record file from the details in storage
SaveEmployer.
       OPEN OUTPUT EmployerFile
       MOVE WSFedID TO ERFedID
       MOVE WSStateID TO ERStateID
       MOVE WSName TO ERName
       MOVE WSStreet TO ERStreet
       MOVE WSCity TO ERCity
       MOVE WSState TO ERState
       MOVE WSZip TO ERZip
       WRITE EmployerRecord
       CLOSE EmployerFile
       MOVE "Y" TO WSEmployerOnFile.

*> lists the details on file
ShowEmployer.
       IF NOT EmployerOnFile THEN
              DISPLAY "No employer details on file yet"
       END-IF
       DISPLAY "Federal employer number : " WSFedID
       DISPLAY "State employer number   : " WSStateID
       DISPLAY "Employer name           : " WSName
       DISPLAY "Address                 : " WSStreet
       DISPLAY "                          " WSCity ", " WSState " "
           WSZip.

*> keys the two employer numbers the filings are made under
SetEmployerNumbers.
       DISPLAY "Federal employer number (9 digits): " WITH NO ADVANCING
       ACCEPT WSFedID
       DISPLAY "State employer number: " WITH NO ADVANCING
       ACCEPT WSStateID
       PERFORM SaveEmployer
       DISPLAY "Employer numbers set".

*> keys the legal name and address the state has on file
SetEmployerAddress.
       DISPLAY "Employer name: " WITH NO ADVANCING
       ACCEPT WSName
       DISPLAY "Street: " WITH NO ADVANCING
       ACCEPT WSStreet
       DISPLAY "City: " WITH NO ADVANCING
       ACCEPT WSCity
       DISPLAY "State: " WITH NO ADVANCING
       ACCEPT WSState
       DISPLAY "ZIP: " WITH NO ADVANCING
       ACCEPT WSZip
       PERFORM SaveEmployer
       DISPLAY "Employer name and address set".

*> cobc -x ermaint.cbl           to load the program
*> cobc -m opsignon.cbl          builds the sign-on service it CALLs
*> ./ermaint                     to run the program
