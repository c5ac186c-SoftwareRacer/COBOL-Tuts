>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. accmaint.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL MenuProgFile ASSIGN TO "MenuProg.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MNProgram
           FILE STATUS IS WSMenuFileStatus.

       SELECT OPTIONAL ProgAccessFile ASSIGN TO "ProgAccess.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAKey
           FILE STATUS IS WSAccessFileStatus.

       SELECT OPTIONAL OperatorFile ASSIGN TO "Operator.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPID
           FILE STATUS IS WSOperFileStatus.

DATA DIVISION.
FILE SECTION.
*> every program the master menu can launch
FD  MenuProgFile.
COPY MENUPROG.

*> the grants of each program to roles and operators
FD  ProgAccessFile.
COPY PROGACC.

*> read only - a grant to an operator must name one on file, and the
*> access report resolves each operator's role
FD  OperatorFile.
COPY OPERREC.

WORKING-STORAGE SECTION.
01 WSMenuFileStatus PIC XX VALUE "00".
       88 MenuFileNotFound VALUE "35".
01 WSAccessFileStatus PIC XX VALUE "00".
       88 AccessFileNotFound VALUE "35".
01 WSOperFileStatus PIC XX VALUE "00".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuAddProgram    VALUE "1".
       88 MenuRemoveProgram VALUE "2".
       88 MenuGrant         VALUE "3".
       88 MenuRevoke        VALUE "4".
       88 MenuReport        VALUE "5".
       88 MenuExit          VALUE "X", "x".

*> who may run what is set by a supervisor, signed on once through
*> the shared opsignon service
01 WSSignOnProgram  PIC X(9) VALUE "opsignon".
01 WSSignOnCaller   PIC X(9) VALUE "accmaint".
01 WSOperatorID     PIC X(8) VALUE SPACES.
01 WSSignOnPassword PIC X(8) VALUE SPACES.
01 WSSignOnLevel    PIC 9 VALUE 0.
       88 SupervisorSignedOn VALUE 2.

01 WSAuthorized PIC X VALUE "N".
       88 Authorized VALUE "Y".

*> staging area an access transaction is keyed into and validated in
*> before it goes anywhere near the files
01 WSEntryProgram   PIC X(9) VALUE SPACES.
01 WSEntryDesc      PIC X(40) VALUE SPACES.
01 WSEntryGrantType PIC X VALUE SPACE.
       88 ValidGrantType VALUE "R", "O".
01 WSEntryGrantee   PIC X(8) VALUE SPACES.

01 WSEntryValid PIC X VALUE "Y".
       88 EntryValid   VALUE "Y".
       88 EntryInvalid VALUE "N".

01 WSToday PIC 9(8) VALUE 0.

01 WSMenuEOF PIC X VALUE "N".
       88 MenuEOF VALUE "Y".

01 WSAccessEOF PIC X VALUE "N".
       88 AccessEOF VALUE "Y".

01 WSOperEOF PIC X VALUE "N".
       88 OperEOF VALUE "Y".

01 WSGrantCount PIC 9(5) VALUE 0.

*> every operator on file, held for the access report so each
*> program's grants are resolved against them without rereading
01 WSOperCount PIC 9(3) VALUE 0.
01 WSOperTable.
       02 WSOperEntry OCCURS 500 TIMES.
           03 WSOTOperator PIC X(8).
           03 WSOTRole     PIC X(8).
           03 WSOTLocked   PIC X.

01 WSOperIndex   PIC 9(3) VALUE 0.
01 WSOperDropped PIC 9(5) VALUE 0.

01 WSGrantedHow PIC X(21) VALUE SPACES.
01 WSProgramRunners PIC 9(3) VALUE 0.
01 WSProgramCount   PIC 9(5) VALUE 0.
01 WSPairCount      PIC 9(7) VALUE 0.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
PERFORM SignOnSupervisor
IF NOT Authorized THEN
       DISPLAY "Program access maintenance requires a supervisor "
           "sign-on - refused"
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF
PERFORM OpenAccessFiles
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuAddProgram    PERFORM AddMenuProgram
           WHEN MenuRemoveProgram PERFORM RemoveMenuProgram
           WHEN MenuGrant         PERFORM GrantProgram
           WHEN MenuRevoke        PERFORM RevokeGrant
           WHEN MenuReport        PERFORM ReportAccess
           WHEN OTHER DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM
CLOSE MenuProgFile
CLOSE ProgAccessFile

STOP RUN.

*> checks the operator's ID and password against the operator master
*> and requires the supervisor level
SignOnSupervisor.
       MOVE "N" TO WSAuthorized
       DISPLAY "Enter supervisor ID: " WITH NO ADVANCING
       ACCEPT WSOperatorID
       DISPLAY "Enter password: " WITH NO ADVANCING
       ACCEPT WSSignOnPassword
       CALL WSSignOnProgram USING WSOperatorID, WSSignOnPassword,
           WSSignOnLevel,
           WSSignOnCaller
       IF RETURN-CODE = 0 AND SupervisorSignedOn THEN
              MOVE "Y" TO WSAuthorized
       END-IF
       MOVE 0 TO RETURN-CODE.

*> opens both access files for keyed read/write, creating each
*> indexed file the first time the job finds it missing
OpenAccessFiles.
       OPEN I-O MenuProgFile
       IF MenuFileNotFound THEN
              OPEN OUTPUT MenuProgFile
              CLOSE MenuProgFile
              OPEN I-O MenuProgFile
       END-IF
       OPEN I-O ProgAccessFile
       IF AccessFileNotFound THEN
              OPEN OUTPUT ProgAccessFile
              CLOSE ProgAccessFile
              OPEN I-O ProgAccessFile
       END-IF.

*> shows the maintenance menu and accepts the next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Add a program to the menu"
       DISPLAY "2. Remove a program from the menu"
       DISPLAY "3. Grant a program to a role or operator"
       DISPLAY "4. Revoke a grant"
       DISPLAY "5. Report who can run what (AccessReport.txt)"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> prompts for the program a transaction is to run against
AcceptEntryProgram.
       MOVE "Y" TO WSEntryValid
       MOVE SPACES TO WSEntryProgram
       DISPLAY "Enter program name: " WITH NO ADVANCING
       ACCEPT WSEntryProgram
       IF WSEntryProgram = SPACES THEN
              DISPLAY "Program name must not be blank"
              MOVE "N" TO WSEntryValid
       END-IF.

*> puts a program on the menu file; the indexed WRITE itself rejects
*> one already there
AddMenuProgram.
       PERFORM AcceptEntryProgram
       IF EntryValid THEN
              DISPLAY "Enter description: " WITH NO ADVANCING
              MOVE SPACES TO WSEntryDesc
              ACCEPT WSEntryDesc
              MOVE WSEntryProgram TO MNProgram
              MOVE WSEntryDesc TO MNDesc
              WRITE MenuProgramRecord
                  INVALID KEY
                     DISPLAY "Program " WSEntryProgram
                         " already on the menu, add skipped"
                  NOT INVALID KEY
                     DISPLAY "Program added - grant it before it shows "
                         "on anyone's menu"
              END-WRITE
       END-IF.

*> takes a program off the menu file - one still granted to anybody
*> is kept until its grants are revoked, so no grant is left pointing
*> at a program the menu no longer knows
RemoveMenuProgram.
       PERFORM AcceptEntryProgram
       IF EntryValid THEN
              PERFORM CountProgramGrants
              IF WSGrantCount > 0 THEN
                     DISPLAY "Program " WSEntryProgram " has "
                         WSGrantCount " grants, remove skipped"
                     MOVE "N" TO WSEntryValid
              END-IF
       END-IF
       IF EntryValid THEN
              MOVE WSEntryProgram TO MNProgram
              DELETE MenuProgFile
                  INVALID KEY
                     DISPLAY "Program " WSEntryProgram
                         " not on the menu, remove skipped"
                  NOT INVALID KEY
                     DISPLAY "Program removed"
              END-DELETE
       END-IF.

*> counts the grants on file for the keyed program
CountProgramGrants.
       MOVE 0 TO WSGrantCount
       MOVE "N" TO WSAccessEOF
       MOVE WSEntryProgram TO PAProgram
       MOVE LOW-VALUES TO PAGrantType
       MOVE LOW-VALUES TO PAGrantee
       START ProgAccessFile KEY NOT LESS THAN PAKey
           INVALID KEY MOVE "Y" TO WSAccessEOF
       END-START
       PERFORM ReadProgramGrant
       PERFORM UNTIL AccessEOF
              ADD 1 TO WSGrantCount
              PERFORM ReadProgramGrant
       END-PERFORM.

*> reads the next grant, ending when it belongs to another program
ReadProgramGrant.
       IF NOT AccessEOF THEN
              READ ProgAccessFile NEXT RECORD
                  AT END MOVE "Y" TO WSAccessEOF
              END-READ
       END-IF
       IF NOT AccessEOF THEN
              IF PAProgram NOT = WSEntryProgram THEN
                     MOVE "Y" TO WSAccessEOF
              END-IF
       END-IF.

*> prompts for whom a grant is to or from - a role as opermaint
*> assigns it, or one operator's ID
AcceptEntryGrantee.
       DISPLAY "Grant to R (role) or O (operator): " WITH NO ADVANCING
       ACCEPT WSEntryGrantType
       IF WSEntryGrantType = "r" THEN
              MOVE "R" TO WSEntryGrantType
       END-IF
       IF WSEntryGrantType = "o" THEN
              MOVE "O" TO WSEntryGrantType
       END-IF
       IF NOT ValidGrantType THEN
              DISPLAY "Grant type must be R or O"
              MOVE "N" TO WSEntryValid
       ELSE
              MOVE SPACES TO WSEntryGrantee
              IF WSEntryGrantType = "R" THEN
                     DISPLAY "Enter role: " WITH NO ADVANCING
              ELSE
                     DISPLAY "Enter operator ID: " WITH NO ADVANCING
              END-IF
              ACCEPT WSEntryGrantee
              IF WSEntryGrantee = SPACES THEN
                     DISPLAY "Role or operator must not be blank"
                     MOVE "N" TO WSEntryValid
              END-IF
       END-IF.

*> grants a program on the menu to a role or to an operator on file;
*> the indexed WRITE itself rejects a grant already made
GrantProgram.
       PERFORM AcceptEntryProgram
       IF EntryValid THEN
              MOVE WSEntryProgram TO MNProgram
              READ MenuProgFile
                  INVALID KEY
                     DISPLAY "Program " WSEntryProgram
                         " not on the menu, grant skipped"
                     MOVE "N" TO WSEntryValid
              END-READ
       END-IF
       IF EntryValid THEN
              PERFORM AcceptEntryGrantee
       END-IF
       IF EntryValid AND WSEntryGrantType = "O" THEN
              OPEN INPUT OperatorFile
              MOVE WSEntryGrantee TO OPID
              READ OperatorFile
                  INVALID KEY
                     DISPLAY "Operator " WSEntryGrantee
                         " not on file, grant skipped"
                     MOVE "N" TO WSEntryValid
              END-READ
              CLOSE OperatorFile
       END-IF
       IF EntryValid THEN
              ACCEPT WSToday FROM DATE YYYYMMDD
              MOVE WSEntryProgram TO PAProgram
              MOVE WSEntryGrantType TO PAGrantType
              MOVE WSEntryGrantee TO PAGrantee
              MOVE WSOperatorID TO PAGrantedBy
              MOVE WSToday TO PAGrantDate
              WRITE ProgramAccessRecord
                  INVALID KEY
                     DISPLAY "Grant already on file, grant skipped"
                  NOT INVALID KEY
                     DISPLAY "Program " WSEntryProgram " granted to "
                         WSEntryGrantee
              END-WRITE
       END-IF.

*> withdraws one grant
RevokeGrant.
       PERFORM AcceptEntryProgram
       IF EntryValid THEN
              PERFORM AcceptEntryGrantee
       END-IF
       IF EntryValid THEN
              MOVE WSEntryProgram TO PAProgram
              MOVE WSEntryGrantType TO PAGrantType
              MOVE WSEntryGrantee TO PAGrantee
              DELETE ProgAccessFile
                  INVALID KEY
                     DISPLAY "No such grant on file, revoke skipped"
                  NOT INVALID KEY
                     DISPLAY "Grant revoked"
              END-DELETE
       END-IF.

*> prints every program on the menu with each operator who can run
*> it and how - by their own ID or through their role
ReportAccess.
       PERFORM LoadOperatorTable
       MOVE 0 TO WSProgramCount
       MOVE 0 TO WSPairCount
       MOVE "O" TO RPTOperation
       MOVE "AccessReport.txt" TO RPTFileName
       MOVE "accmaint" TO RPTProgram
       MOVE WSOperatorID TO RPTOperator
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Program Access - Who Can Run What" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
       CALL WSReportProgram USING ReportControl
       IF WSOperDropped > 0 THEN
              MOVE SPACES TO RPTLine
              STRING WSOperDropped " operators over the 500 held - "
                  "not shown" DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
       END-IF
       MOVE "N" TO WSMenuEOF
       MOVE LOW-VALUES TO MNProgram
       START MenuProgFile KEY NOT LESS THAN MNProgram
           INVALID KEY MOVE "Y" TO WSMenuEOF
       END-START
       PERFORM ReadNextMenuProgram
       PERFORM UNTIL MenuEOF
              ADD 1 TO WSProgramCount
              PERFORM ReportOneProgram
              PERFORM ReadNextMenuProgram
       END-PERFORM
       MOVE SPACES TO RPTLine
       STRING "Programs: " WSProgramCount "  Operator grants: "
           WSPairCount DELIMITED BY SIZE INTO RPTLine
       MOVE "T" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       MOVE "C" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       DISPLAY "Programs reported: " WSProgramCount
       DISPLAY "Report written to AccessReport.txt".

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> reads the next program on the menu file in name order
ReadNextMenuProgram.
       IF NOT MenuEOF THEN
              READ MenuProgFile NEXT RECORD
                  AT END MOVE "Y" TO WSMenuEOF
              END-READ
       END-IF.

*> holds every operator's ID, role and lockout for the report
LoadOperatorTable.
       MOVE 0 TO WSOperCount
       MOVE 0 TO WSOperDropped
       MOVE "N" TO WSOperEOF
       OPEN INPUT OperatorFile
       MOVE LOW-VALUES TO OPID
       START OperatorFile KEY NOT LESS THAN OPID
           INVALID KEY MOVE "Y" TO WSOperEOF
       END-START
       PERFORM ReadNextOperator
       PERFORM UNTIL OperEOF
              IF WSOperCount < 500 THEN
                     ADD 1 TO WSOperCount
                     MOVE OPID TO WSOTOperator(WSOperCount)
                     MOVE OPRole TO WSOTRole(WSOperCount)
                     MOVE OPLocked TO WSOTLocked(WSOperCount)
              ELSE
                     ADD 1 TO WSOperDropped
              END-IF
              PERFORM ReadNextOperator
       END-PERFORM
       CLOSE OperatorFile.

*> reads the next operator in ID order
ReadNextOperator.
       IF NOT OperEOF THEN
              READ OperatorFile NEXT RECORD
                  AT END MOVE "Y" TO WSOperEOF
              END-READ
       END-IF.

*> the program's heading, then one line per operator who can run it
ReportOneProgram.
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING MNProgram "  " MNDesc DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE 0 TO WSProgramRunners
       PERFORM VARYING WSOperIndex FROM 1 BY 1
           UNTIL WSOperIndex > WSOperCount
              PERFORM ReportOneOperator
       END-PERFORM
       IF WSProgramRunners = 0 THEN
              MOVE SPACES TO RPTLine
              STRING "    nobody - not granted" DELIMITED BY SIZE
                  INTO RPTLine
              PERFORM WriteReportLine
       END-IF.

*> the operator's line when their ID or their role holds a grant of
*> the program
ReportOneOperator.
       MOVE SPACES TO WSGrantedHow
       MOVE MNProgram TO PAProgram
       MOVE "O" TO PAGrantType
       MOVE WSOTOperator(WSOperIndex) TO PAGrantee
       READ ProgAccessFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE "by operator ID" TO WSGrantedHow
       END-READ
       IF WSGrantedHow = SPACES AND WSOTRole(WSOperIndex) NOT = SPACES
           THEN
              MOVE "R" TO PAGrantType
              MOVE WSOTRole(WSOperIndex) TO PAGrantee
              READ ProgAccessFile
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     STRING "through role " WSOTRole(WSOperIndex)
                         DELIMITED BY SIZE INTO WSGrantedHow
              END-READ
       END-IF
       IF WSGrantedHow NOT = SPACES THEN
              ADD 1 TO WSProgramRunners
              ADD 1 TO WSPairCount
              MOVE SPACES TO RPTLine
              IF WSOTLocked(WSOperIndex) = "L" THEN
                     STRING "    " WSOTOperator(WSOperIndex) "  "
                         WSGrantedHow "  (locked)"
                         DELIMITED BY SIZE INTO RPTLine
              ELSE
                     STRING "    " WSOTOperator(WSOperIndex) "  "
                         WSGrantedHow DELIMITED BY SIZE INTO RPTLine
              END-IF
              PERFORM WriteReportLine
       END-IF.

*> cobc -x accmaint.cbl          to load the program
*> cobc -m opsignon.cbl          builds the sign-on service it CALLs
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./accmaint                    to run the program
