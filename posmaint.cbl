>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. posmaint.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL PositionCtlFile ASSIGN TO "PositionCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the approved staffing per department - authorized headcount and
*> budgeted annual pay
FD  PositionCtlFile.
COPY POSCTL.

WORKING-STORAGE SECTION.
01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuSet    VALUE "1".
       88 MenuRemove VALUE "2".
       88 MenuList   VALUE "3".
       88 MenuExit   VALUE "X", "x".

01 WSPositionEOF PIC X VALUE "N".
       88 PositionEOF VALUE "Y".

*> the position control file held in storage while the supervisor
*> works
01 WSPositionCount PIC 9(3) VALUE 0.
01 WSPositionTable.
       02 WSPositionEntry OCCURS 100 TIMES.
           03 WSPCDept      PIC X(3).
           03 WSPCAuthCount PIC 9(3).
           03 WSPCBudget    PIC 9(7)V99.

01 WSPositionIndex PIC 9(3) VALUE 0.
01 WSFoundIndex    PIC 9(3) VALUE 0.

01 WSEntryDept      PIC X(3) VALUE SPACES.
01 WSEntryAuthCount PIC 9(3) VALUE 0.
01 WSEntryBudget    PIC 9(7)V99 VALUE 0.

01 WSEditBudget PIC $$,$$$,$$9.99.

*> approved staffing is set by a supervisor, signed on once through
*> the shared opsignon service
01 WSSignOnProgram  PIC X(9) VALUE "opsignon".
01 WSSignOnCaller   PIC X(9) VALUE "posmaint".
01 WSOperatorID     PIC X(8) VALUE SPACES.
01 WSSignOnPassword PIC X(8) VALUE SPACES.
01 WSSignOnLevel    PIC 9 VALUE 0.
       88 SupervisorSignedOn VALUE 2.

01 WSAuthorized PIC X VALUE "N".
       88 Authorized VALUE "Y".

PROCEDURE DIVISION.
PERFORM SignOnSupervisor
IF NOT Authorized THEN
       DISPLAY "Position control requires a supervisor sign-on - "
           "refused"
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF
PERFORM LoadPositionTable
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuSet    PERFORM SetDepartmentPositions
           WHEN MenuRemove PERFORM RemoveDepartment
           WHEN MenuList   PERFORM ListPositions
           WHEN OTHER      DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM

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

*> shows the operator menu and accepts their next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Set a department's headcount and budget"
       DISPLAY "2. Remove a department from position control"
       DISPLAY "3. List position control"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> adds a department to position control or changes its authorized
*> headcount and budgeted annual pay
SetDepartmentPositions.
       DISPLAY "Enter department code: " WITH NO ADVANCING
       ACCEPT WSEntryDept
       PERFORM FindPosition
       IF WSFoundIndex > 0 THEN
              MOVE WSPCBudget(WSFoundIndex) TO WSEditBudget
              DISPLAY "On file: authorized " WSPCAuthCount(WSFoundIndex)
                  "  budget " WSEditBudget
       END-IF
       DISPLAY "Enter authorized headcount: " WITH NO ADVANCING
       ACCEPT WSEntryAuthCount
       DISPLAY "Enter budgeted annual pay: " WITH NO ADVANCING
       ACCEPT WSEntryBudget
       EVALUATE TRUE
           WHEN WSEntryDept = SPACES
              DISPLAY "Department code is required - not recorded"
           WHEN WSFoundIndex > 0
              MOVE WSEntryAuthCount TO WSPCAuthCount(WSFoundIndex)
              MOVE WSEntryBudget TO WSPCBudget(WSFoundIndex)
              PERFORM SavePositionTable
              DISPLAY "Department " WSEntryDept " changed"
           WHEN WSPositionCount >= 100
              DISPLAY "Position control table is full - not recorded"
           WHEN OTHER
              ADD 1 TO WSPositionCount
              MOVE WSEntryDept TO WSPCDept(WSPositionCount)
              MOVE WSEntryAuthCount TO WSPCAuthCount(WSPositionCount)
              MOVE WSEntryBudget TO WSPCBudget(WSPositionCount)
              PERFORM SavePositionTable
              DISPLAY "Department " WSEntryDept " added"
       END-EVALUATE.

*> takes a department off position control - empmaint stops holding
*> its adds and transfers to a count
RemoveDepartment.
       DISPLAY "Enter department code: " WITH NO ADVANCING
       ACCEPT WSEntryDept
       PERFORM FindPosition
       IF WSFoundIndex = 0 THEN
              DISPLAY "Department " WSEntryDept
                  " is not under position control"
       ELSE
              PERFORM VARYING WSPositionIndex FROM WSFoundIndex BY 1
                  UNTIL WSPositionIndex >= WSPositionCount
                     MOVE WSPositionEntry(WSPositionIndex + 1)
                         TO WSPositionEntry(WSPositionIndex)
              END-PERFORM
              SUBTRACT 1 FROM WSPositionCount
              PERFORM SavePositionTable
              DISPLAY "Department " WSEntryDept " removed"
       END-IF.

*> finds the keyed department on the table; zero when absent
FindPosition.
       MOVE 0 TO WSFoundIndex
       PERFORM VARYING WSPositionIndex FROM 1 BY 1
           UNTIL WSPositionIndex > WSPositionCount
              IF WSPCDept(WSPositionIndex) = WSEntryDept THEN
                     MOVE WSPositionIndex TO WSFoundIndex
              END-IF
       END-PERFORM.

*> lists every department under position control
ListPositions.
       IF WSPositionCount = 0 THEN
              DISPLAY "No departments are under position control"
       END-IF
       PERFORM VARYING WSPositionIndex FROM 1 BY 1
           UNTIL WSPositionIndex > WSPositionCount
              MOVE WSPCBudget(WSPositionIndex) TO WSEditBudget
              DISPLAY "Department " WSPCDept(WSPositionIndex)
                  "  authorized " WSPCAuthCount(WSPositionIndex)
                  "  budget " WSEditBudget
       END-PERFORM.

*> reads the whole position control file into storage
LoadPositionTable.
       MOVE "N" TO WSPositionEOF
       MOVE 0 TO WSPositionCount
       OPEN INPUT PositionCtlFile
       PERFORM ReadPositionRecord
       PERFORM UNTIL PositionEOF
              IF WSPositionCount < 100 THEN
                     ADD 1 TO WSPositionCount
                     MOVE PCDept TO WSPCDept(WSPositionCount)
                     MOVE PCAuthCount TO WSPCAuthCount(WSPositionCount)
                     MOVE PCBudget TO WSPCBudget(WSPositionCount)
              END-IF
              PERFORM ReadPositionRecord
       END-PERFORM
       CLOSE PositionCtlFile.

*> reads the next position control line
ReadPositionRecord.
       READ PositionCtlFile
           AT END MOVE "Y" TO WSPositionEOF
       END-READ.

*> rewrites the position control file from the table
SavePositionTable.
       OPEN OUTPUT PositionCtlFile
       PERFORM VARYING WSPositionIndex FROM 1 BY 1
           UNTIL WSPositionIndex > WSPositionCount
              MOVE WSPCDept(WSPositionIndex) TO PCDept
              MOVE WSPCAuthCount(WSPositionIndex) TO PCAuthCount
              MOVE WSPCBudget(WSPositionIndex) TO PCBudget
              WRITE PositionCtlRecord
       END-PERFORM
       CLOSE PositionCtlFile.

*> cobc -x posmaint.cbl          to load the program
*> cobc -m opsignon.cbl          builds the sign-on service it CALLs
*> ./posmaint                    to run the program
