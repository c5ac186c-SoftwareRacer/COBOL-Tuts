>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. accchk.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL MenuSessionFile ASSIGN TO "MenuSession.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MSOperator
           FILE STATUS IS WSSessFileStatus.

       SELECT OPTIONAL OperatorFile ASSIGN TO "Operator.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OPID
           FILE STATUS IS WSOperFileStatus.

       SELECT OPTIONAL ProgAccessFile ASSIGN TO "ProgAccess.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PAKey
           FILE STATUS IS WSAccessFileStatus.

       SELECT OPTIONAL SignOnJournalFile ASSIGN TO "SignOnJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the operators signed on at the master menu
FD  MenuSessionFile.
COPY MENUSESS.

*> read only for the role of an operator who signs on here
FD  OperatorFile.
COPY OPERREC.

*> the grants of each program to roles and operators
FD  ProgAccessFile.
COPY PROGACC.

*> every start and refusal lands here beside the sign-ons
FD  SignOnJournalFile.
COPY SIGNJRNL.

WORKING-STORAGE SECTION.
01 WSSessFileStatus   PIC XX VALUE "00".
01 WSOperFileStatus   PIC XX VALUE "00".
01 WSAccessFileStatus PIC XX VALUE "00".

*> the operator and session token the master menu hands down to the
*> programs it starts
01 WSMenuOperator PIC X(8) VALUE SPACES.
01 WSMenuToken    PIC X(24) VALUE SPACES.

01 WSFromMenu PIC X VALUE "N".
       88 FromMenu VALUE "Y".

01 WSGranted PIC X VALUE "N".
       88 Granted VALUE "Y".

01 WSSignOnProgram  PIC X(9) VALUE "opsignon".
01 WSSignOnPassword PIC X(8) VALUE SPACES.

01 WSOutcome PIC X(8) VALUE SPACES.
01 WSToday   PIC 9(8) VALUE 0.
01 WSNowTime PIC 9(8) VALUE 0.

*> shared program-access check: a guarded program CALLs it first, so
*> the access table stands between the operator and the program
*> however it was started - from the master menu, whose sign-on it
*> takes as given, or from the command line, where the operator signs
*> on here through opsignon
LINKAGE SECTION.
COPY ACCCTL.

*> RETURN-CODE is 0 when the operator is granted the program, either
*> by ID or through their role, and 8 - with the refusal journaled -
*> when not, or when the sign-on itself fails
PROCEDURE DIVISION USING AccessControl.
       MOVE 0 TO RETURN-CODE
       MOVE SPACES TO ACCOperator
       MOVE 0 TO ACCLevel
       MOVE SPACES TO ACCRole
       MOVE "N" TO WSGranted
       ACCEPT WSToday FROM DATE YYYYMMDD
       PERFORM CheckMenuSession
       IF NOT FromMenu THEN
              PERFORM SignOnAtTerminal
       END-IF
       IF RETURN-CODE = 0 THEN
              PERFORM CheckGrant
              IF Granted THEN
                     IF NOT FromMenu THEN
                            MOVE "STARTED" TO WSOutcome
                            PERFORM WriteJournal
                     END-IF
              ELSE
                     DISPLAY "Operator " ACCOperator " is not granted "
                         ACCProgram " - refused"
                     MOVE "REFUSED" TO WSOutcome
                     PERFORM WriteJournal
                     MOVE 8 TO RETURN-CODE
              END-IF
       END-IF.
EXIT PROGRAM.

*> a program the menu started finds the operator and token it was
*> handed; both must match the operator's open menu session, and a
*> session left open from an earlier day is not honoured - the
*> operator signs on again at the terminal
CheckMenuSession.
       MOVE "N" TO WSFromMenu
       MOVE SPACES TO WSMenuOperator
       MOVE SPACES TO WSMenuToken
       ACCEPT WSMenuOperator FROM ENVIRONMENT "MENUOPER"
       ACCEPT WSMenuToken FROM ENVIRONMENT "MENUTOKEN"
       IF WSMenuOperator NOT = SPACES AND WSMenuToken NOT = SPACES THEN
              OPEN INPUT MenuSessionFile
              MOVE WSMenuOperator TO MSOperator
              READ MenuSessionFile
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF MSToken = WSMenuToken AND MSDate NOT = WSToday
                         THEN
                            DISPLAY "Menu session of " MSDate
                                " has expired - sign on again"
                     END-IF
                     IF MSToken = WSMenuToken AND MSDate = WSToday THEN
                            MOVE "Y" TO WSFromMenu
                            MOVE MSOperator TO ACCOperator
                            MOVE MSLevel TO ACCLevel
                            MOVE MSRole TO ACCRole
                     END-IF
              END-READ
              CLOSE MenuSessionFile
       END-IF.

*> started any other way, the operator signs on here - opsignon
*> journals a failed attempt itself, so it is not journaled twice
SignOnAtTerminal.
       DISPLAY "Sign-on ID: " WITH NO ADVANCING
       ACCEPT ACCOperator
       DISPLAY "Password: " WITH NO ADVANCING
       ACCEPT WSSignOnPassword
       CALL WSSignOnProgram USING ACCOperator, WSSignOnPassword,
           ACCLevel, ACCProgram
       IF RETURN-CODE NOT = 0 THEN
              DISPLAY "Sign-on failed - " ACCProgram " refused"
              MOVE 8 TO RETURN-CODE
       ELSE
              PERFORM LookupOperatorRole
       END-IF.

*> the role opermaint gave the operator just signed on
LookupOperatorRole.
       OPEN INPUT OperatorFile
       MOVE ACCOperator TO OPID
       READ OperatorFile
           INVALID KEY
              MOVE SPACES TO ACCRole
           NOT INVALID KEY
              MOVE OPRole TO ACCRole
       END-READ
       CLOSE OperatorFile.

*> a grant to the operator's own ID, or failing that to their role
CheckGrant.
       OPEN INPUT ProgAccessFile
       MOVE ACCProgram TO PAProgram
       MOVE "O" TO PAGrantType
       MOVE ACCOperator TO PAGrantee
       READ ProgAccessFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE "Y" TO WSGranted
       END-READ
       IF NOT Granted AND ACCRole NOT = SPACES THEN
              MOVE ACCProgram TO PAProgram
              MOVE "R" TO PAGrantType
              MOVE ACCRole TO PAGrantee
              READ ProgAccessFile
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "Y" TO WSGranted
              END-READ
       END-IF
       CLOSE ProgAccessFile.

*> appends the start or refusal to the sign-on journal
WriteJournal.
       ACCEPT WSNowTime FROM TIME
       OPEN EXTEND SignOnJournalFile
       MOVE WSToday TO SJDate
       MOVE WSNowTime TO SJTime
       MOVE ACCOperator TO SJOperator
       MOVE ACCProgram TO SJCaller
       MOVE WSOutcome TO SJOutcome
       MOVE ACCLevel TO SJLevel
       WRITE SignOnJournalRecord
       CLOSE SignOnJournalFile.

*> cobc -m accchk.cbl            to build the callable subroutine
*> CALL WSAccessProgram USING AccessControl
*>     (WSAccessProgram a PIC X item set to "accchk" - the same
*>     dynamic dispatch idiom the opsignon sign-on service uses)
