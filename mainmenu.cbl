>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. mainmenu.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL OperatorFile ASSIGN TO "Operator.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OPID
           FILE STATUS IS WSOperFileStatus.

       SELECT OPTIONAL MenuProgFile ASSIGN TO "MenuProg.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MNProgram
           FILE STATUS IS WSMenuFileStatus.

       SELECT OPTIONAL ProgAccessFile ASSIGN TO "ProgAccess.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PAKey
           FILE STATUS IS WSAccessFileStatus.

       SELECT OPTIONAL MenuSessionFile ASSIGN TO "MenuSession.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MSOperator
           FILE STATUS IS WSSessFileStatus.

       SELECT OPTIONAL SignOnJournalFile ASSIGN TO "SignOnJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> read only for the role of the operator signing on
FD  OperatorFile.
COPY OPERREC.

*> every program the menu can launch
FD  MenuProgFile.
COPY MENUPROG.

*> the grants of each program to roles and operators
FD  ProgAccessFile.
COPY PROGACC.

*> the operator's open session, checked by the programs it starts
FD  MenuSessionFile.
COPY MENUSESS.

*> every program start and refusal lands here beside the sign-ons
FD  SignOnJournalFile.
COPY SIGNJRNL.

WORKING-STORAGE SECTION.
01 WSOperFileStatus   PIC XX VALUE "00".
01 WSMenuFileStatus   PIC XX VALUE "00".
01 WSAccessFileStatus PIC XX VALUE "00".
01 WSSessFileStatus   PIC XX VALUE "00".
       88 SessFileNotFound VALUE "35".

*> the operator signs on once here through the shared opsignon
*> service; the programs started from the menu do not ask again
01 WSSignOnProgram  PIC X(9) VALUE "opsignon".
01 WSSignOnCaller   PIC X(9) VALUE "mainmenu".
01 WSOperatorID     PIC X(8) VALUE SPACES.
01 WSSignOnPassword PIC X(8) VALUE SPACES.
01 WSSignOnLevel    PIC 9 VALUE 0.
01 WSOperatorRole   PIC X(8) VALUE SPACES.

*> the session token handed to every program started, with the
*> operator ID, so accchk can tell a menu start from a forged one -
*> the date and time it was opened and the next number off the
*> session file's counter record
01 WSSessionToken.
       02 WSTokenDate PIC 9(8) VALUE 0.
       02 WSTokenTime PIC 9(8) VALUE 0.
       02 WSTokenSeq  PIC 9(8) VALUE 0.
01 WSNowTime      PIC 9(8) VALUE 0.
01 WSToday        PIC 9(8) VALUE 0.

01 WSMenuEOF PIC X VALUE "N".
       88 MenuEOF VALUE "Y".

01 WSGranted PIC X VALUE "N".
       88 Granted VALUE "Y".

*> the programs this operator is granted, in program-name order
01 WSOfferCount PIC 99 VALUE 0.
01 WSOfferTable.
       02 WSOfferEntry OCCURS 99 TIMES.
           03 WSOFProgram PIC X(9).
           03 WSOFDesc    PIC X(40).

01 WSOfferIndex   PIC 99 VALUE 0.
01 WSOfferDropped PIC 9(3) VALUE 0.

01 WSMenuChoice PIC 99 VALUE 0.
       88 MenuSignOff VALUE 0.

01 WSCommand PIC X(30) VALUE SPACES.
01 WSOutcome PIC X(8) VALUE SPACES.
01 WSJournalProgram PIC X(9) VALUE SPACES.

PROCEDURE DIVISION.
ACCEPT WSToday FROM DATE YYYYMMDD
DISPLAY "Sign-on ID: " WITH NO ADVANCING
ACCEPT WSOperatorID
DISPLAY "Password: " WITH NO ADVANCING
ACCEPT WSSignOnPassword
CALL WSSignOnProgram USING WSOperatorID, WSSignOnPassword,
    WSSignOnLevel, WSSignOnCaller
IF RETURN-CODE NOT = 0 THEN
       DISPLAY "Sign-on failed - menu refused"
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF
MOVE 0 TO RETURN-CODE

PERFORM LookupOperatorRole
PERFORM LoadGrantedPrograms
IF WSOfferCount = 0 THEN
       DISPLAY "No programs are granted to " WSOperatorID
           " - see a supervisor"
       MOVE "REFUSED" TO WSOutcome
       MOVE "mainmenu" TO WSJournalProgram
       PERFORM WriteJournal
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF
IF WSOfferDropped > 0 THEN
       DISPLAY WSOfferDropped " granted programs over the 99 the menu "
           "shows - not listed"
END-IF

PERFORM OpenMenuSession
PERFORM DisplayMenu
PERFORM UNTIL MenuSignOff
       IF WSMenuChoice > WSOfferCount THEN
              DISPLAY "Invalid selection " WSMenuChoice
       ELSE
              PERFORM StartProgram
       END-IF
       PERFORM DisplayMenu
END-PERFORM
PERFORM CloseMenuSession
DISPLAY "Signed off"

STOP RUN.

*> the role opermaint gave the operator - the role's grants are
*> theirs as well as any made to their own ID
LookupOperatorRole.
       MOVE SPACES TO WSOperatorRole
       OPEN INPUT OperatorFile
       MOVE WSOperatorID TO OPID
       READ OperatorFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE OPRole TO WSOperatorRole
       END-READ
       CLOSE OperatorFile.

*> keeps each program on the menu file the operator is granted, by ID
*> or through their role - the rest never show
LoadGrantedPrograms.
       MOVE 0 TO WSOfferCount
       MOVE 0 TO WSOfferDropped
       MOVE "N" TO WSMenuEOF
       OPEN INPUT MenuProgFile
       OPEN INPUT ProgAccessFile
       PERFORM ReadMenuProgram
       PERFORM UNTIL MenuEOF
              PERFORM CheckGrant
              IF Granted THEN
                     IF WSOfferCount < 99 THEN
                            ADD 1 TO WSOfferCount
                            MOVE MNProgram TO WSOFProgram(WSOfferCount)
                            MOVE MNDesc TO WSOFDesc(WSOfferCount)
                     ELSE
                            ADD 1 TO WSOfferDropped
                     END-IF
              END-IF
              PERFORM ReadMenuProgram
       END-PERFORM
       CLOSE MenuProgFile
       CLOSE ProgAccessFile.

*> reads the next program off the menu file
ReadMenuProgram.
       READ MenuProgFile NEXT RECORD
           AT END MOVE "Y" TO WSMenuEOF
       END-READ.

*> a grant of the program to the operator's ID, or to their role
CheckGrant.
       MOVE "N" TO WSGranted
       MOVE MNProgram TO PAProgram
       MOVE "O" TO PAGrantType
       MOVE WSOperatorID TO PAGrantee
       READ ProgAccessFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE "Y" TO WSGranted
       END-READ
       IF NOT Granted AND WSOperatorRole NOT = SPACES THEN
              MOVE MNProgram TO PAProgram
              MOVE "R" TO PAGrantType
              MOVE WSOperatorRole TO PAGrantee
              READ ProgAccessFile
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "Y" TO WSGranted
              END-READ
       END-IF.

*> records the session and hands its operator and token to every
*> program started from here on - a second sign-on by the same
*> operator replaces the first
OpenMenuSession.
       OPEN I-O MenuSessionFile
       IF SessFileNotFound THEN
              OPEN OUTPUT MenuSessionFile
              CLOSE MenuSessionFile
              OPEN I-O MenuSessionFile
       END-IF
       PERFORM TakeNextSequence
       ACCEPT WSNowTime FROM TIME
       MOVE WSToday TO WSTokenDate
       MOVE WSNowTime TO WSTokenTime
       MOVE WSOperatorID TO MSOperator
       MOVE WSSessionToken TO MSToken
       MOVE WSToday TO MSDate
       MOVE WSSignOnLevel TO MSLevel
       MOVE WSOperatorRole TO MSRole
       WRITE MenuSessionRecord
           INVALID KEY
              REWRITE MenuSessionRecord
       END-WRITE
       CLOSE MenuSessionFile
       DISPLAY "MENUOPER" UPON ENVIRONMENT-NAME
       DISPLAY WSOperatorID UPON ENVIRONMENT-VALUE
       DISPLAY "MENUTOKEN" UPON ENVIRONMENT-NAME
       DISPLAY WSSessionToken UPON ENVIRONMENT-VALUE.

*> adds one to the counter record, writing it the first time, and
*> takes the new number for the token
TakeNextSequence.
       MOVE "*COUNTER" TO MCKey
       READ MenuSessionFile
           INVALID KEY
              MOVE 1 TO MCLastSeq
              WRITE MenuCounterRecord
              END-WRITE
           NOT INVALID KEY
              ADD 1 TO MCLastSeq
              REWRITE MenuCounterRecord
              END-REWRITE
       END-READ
       MOVE MCLastSeq TO WSTokenSeq.

*> removes the session at sign-off, so the token it handed out no
*> longer starts anything
CloseMenuSession.
       OPEN I-O MenuSessionFile
       MOVE WSOperatorID TO MSOperator
       READ MenuSessionFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF MSToken = WSSessionToken THEN
                     DELETE MenuSessionFile
              END-IF
       END-READ
       CLOSE MenuSessionFile
       MOVE SPACES TO WSSessionToken
       DISPLAY "MENUOPER" UPON ENVIRONMENT-NAME
       DISPLAY WSSessionToken UPON ENVIRONMENT-VALUE
       DISPLAY "MENUTOKEN" UPON ENVIRONMENT-NAME
       DISPLAY WSSessionToken UPON ENVIRONMENT-VALUE.

*> shows the operator's programs and accepts their next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "Operator " WSOperatorID "  role " WSOperatorRole
       PERFORM VARYING WSOfferIndex FROM 1 BY 1
           UNTIL WSOfferIndex > WSOfferCount
              DISPLAY WSOfferIndex ". " WSOFProgram(WSOfferIndex) " "
                  WSOFDesc(WSOfferIndex)
       END-PERFORM
       DISPLAY "00. Sign off"
       DISPLAY "Select a program: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> journals the start and runs the program, back to the menu when it
*> ends
StartProgram.
       MOVE WSOFProgram(WSMenuChoice) TO WSJournalProgram
       MOVE "STARTED" TO WSOutcome
       PERFORM WriteJournal
       MOVE SPACES TO WSCommand
       STRING "./" WSOFProgram(WSMenuChoice)
           DELIMITED BY SPACE INTO WSCommand
       CALL "SYSTEM" USING WSCommand
       IF RETURN-CODE NOT = 0 THEN
              DISPLAY WSOFProgram(WSMenuChoice) " ended with status "
                  RETURN-CODE
       END-IF
       MOVE 0 TO RETURN-CODE.

*> appends the start or refusal to the sign-on journal
WriteJournal.
       ACCEPT WSNowTime FROM TIME
       OPEN EXTEND SignOnJournalFile
       MOVE WSToday TO SJDate
       MOVE WSNowTime TO SJTime
       MOVE WSOperatorID TO SJOperator
       MOVE WSJournalProgram TO SJCaller
       MOVE WSOutcome TO SJOutcome
       MOVE WSSignOnLevel TO SJLevel
       WRITE SignOnJournalRecord
       CLOSE SignOnJournalFile.

*> cobc -x mainmenu.cbl          to load the program
*> cobc -m opsignon.cbl          builds the sign-on service it CALLs
*> ./mainmenu                    to run the program
