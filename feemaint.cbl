>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. feemaint.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL FeeSchedFile ASSIGN TO "FeeSched.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL CourseCatFile ASSIGN TO "CourseCat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the school fee schedule the billing run raises fees from
FD  FeeSchedFile.
COPY FEESCHED.

*> the course catalog a course fee's course must be on
FD  CourseCatFile.
COPY CRSCAT.

WORKING-STORAGE SECTION.
01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuSet    VALUE "1".
       88 MenuRemove VALUE "2".
       88 MenuList   VALUE "3".
       88 MenuExit   VALUE "X", "x".

01 WSFeeEOF PIC X VALUE "N".
       88 FeeEOF VALUE "Y".

01 WSCatEOF PIC X VALUE "N".
       88 CatEOF VALUE "Y".

*> the fee schedule held in storage while the supervisor works
01 WSFeeCount PIC 9(3) VALUE 0.
01 WSFeeTable.
       02 WSFeeEntry OCCURS 200 TIMES.
           03 WSFTCode        PIC X(4).
           03 WSFTDescription PIC X(30).
           03 WSFTGrade       PIC 99.
           03 WSFTCourse      PIC X(6).
           03 WSFTAmount      PIC 9(5)V99.

01 WSFeeIndex   PIC 9(3) VALUE 0.
01 WSFoundIndex PIC 9(3) VALUE 0.

*> the catalog, so a course fee is only set for a course on it
01 WSCourseCount PIC 9(3) VALUE 0.
01 WSCourseTable.
       02 WSCourseEntry OCCURS 200 TIMES.
           03 WSCTCourseCode PIC X(6).

01 WSCourseIndex PIC 9(3) VALUE 0.
01 WSCourseFound PIC 9(3) VALUE 0.

*> staging area a fee is keyed into
01 WSEntryCode        PIC X(4) VALUE SPACES.
01 WSEntryDescription PIC X(30) VALUE SPACES.
01 WSEntryGrade       PIC 99 VALUE 0.
01 WSEntryCourse      PIC X(6) VALUE SPACES.
01 WSEntryAmount      PIC 9(5)V99 VALUE 0.

01 WSEditAmount PIC $$$,$$9.99.

*> fees are set by a supervisor, signed on once through the shared
*> opsignon service
01 WSSignOnProgram  PIC X(9) VALUE "opsignon".
01 WSSignOnCaller   PIC X(9) VALUE "feemaint".
01 WSOperatorID     PIC X(8) VALUE SPACES.
01 WSSignOnPassword PIC X(8) VALUE SPACES.
01 WSSignOnLevel    PIC 9 VALUE 0.
       88 SupervisorSignedOn VALUE 2.

01 WSAuthorized PIC X VALUE "N".
       88 Authorized VALUE "Y".

PROCEDURE DIVISION.
PERFORM SignOnSupervisor
IF NOT Authorized THEN
       DISPLAY "Fee schedule maintenance requires a supervisor "
           "sign-on - refused"
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF
PERFORM LoadFeeTable
PERFORM LoadCourseTable
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuSet    PERFORM SetFee
           WHEN MenuRemove PERFORM RemoveFee
           WHEN MenuList   PERFORM ListFees
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
       DISPLAY "1. Add or change a fee"
       DISPLAY "2. Remove a fee"
       DISPLAY "3. List the fee schedule"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> adds a fee to the schedule or changes the one on file under the
*> keyed code - a grade of zero raises it in every grade, a course
*> makes it a course fee for students placed in that course
SetFee.
       DISPLAY "Enter fee code: " WITH NO ADVANCING
       ACCEPT WSEntryCode
       PERFORM FindFee
       IF WSFoundIndex > 0 THEN
              MOVE WSFTAmount(WSFoundIndex) TO WSEditAmount
              DISPLAY "On file: " WSFTDescription(WSFoundIndex)
                  "  grade " WSFTGrade(WSFoundIndex)
                  "  course " WSFTCourse(WSFoundIndex)
                  "  " WSEditAmount
       END-IF
       DISPLAY "Enter description: " WITH NO ADVANCING
       MOVE SPACES TO WSEntryDescription
       ACCEPT WSEntryDescription
       DISPLAY "Enter grade (0 for every grade): " WITH NO ADVANCING
       ACCEPT WSEntryGrade
       DISPLAY "Enter course code (blank for a grade fee): "
           WITH NO ADVANCING
       MOVE SPACES TO WSEntryCourse
       ACCEPT WSEntryCourse
       DISPLAY "Enter amount: " WITH NO ADVANCING
       ACCEPT WSEntryAmount
       PERFORM FindCourse
       EVALUATE TRUE
           WHEN WSEntryCode = SPACES
              DISPLAY "Fee code is required - not recorded"
           WHEN WSEntryGrade > 12
              DISPLAY "Grade must be 0 through 12 - not recorded"
           WHEN WSEntryCourse NOT = SPACES AND WSCourseFound = 0
              DISPLAY "Course " WSEntryCourse
                  " is not on the catalog - not recorded"
           WHEN WSEntryAmount = 0
              DISPLAY "Amount must be greater than zero - not recorded"
           WHEN WSFoundIndex > 0
              PERFORM MoveEntryToFee
              PERFORM SaveFeeTable
              DISPLAY "Fee " WSEntryCode " changed"
           WHEN WSFeeCount >= 200
              DISPLAY "Fee schedule is full - not recorded"
           WHEN OTHER
              ADD 1 TO WSFeeCount
              MOVE WSFeeCount TO WSFoundIndex
              PERFORM MoveEntryToFee
              PERFORM SaveFeeTable
              DISPLAY "Fee " WSEntryCode " added"
       END-EVALUATE.

*> moves the keyed fee onto its table entry
MoveEntryToFee.
       MOVE WSEntryCode TO WSFTCode(WSFoundIndex)
       MOVE WSEntryDescription TO WSFTDescription(WSFoundIndex)
       MOVE WSEntryGrade TO WSFTGrade(WSFoundIndex)
       MOVE WSEntryCourse TO WSFTCourse(WSFoundIndex)
       MOVE WSEntryAmount TO WSFTAmount(WSFoundIndex).

*> takes a fee off the schedule - fees already billed stay on the
*> ledger and on their invoices
RemoveFee.
       DISPLAY "Enter fee code: " WITH NO ADVANCING
       ACCEPT WSEntryCode
       PERFORM FindFee
       IF WSFoundIndex = 0 THEN
              DISPLAY "Fee " WSEntryCode " is not on the schedule"
       ELSE
              PERFORM VARYING WSFeeIndex FROM WSFoundIndex BY 1
                  UNTIL WSFeeIndex >= WSFeeCount
                     MOVE WSFeeEntry(WSFeeIndex + 1)
                         TO WSFeeEntry(WSFeeIndex)
              END-PERFORM
              SUBTRACT 1 FROM WSFeeCount
              PERFORM SaveFeeTable
              DISPLAY "Fee " WSEntryCode " removed"
       END-IF.

*> finds the keyed fee code on the table; zero when absent
FindFee.
       MOVE 0 TO WSFoundIndex
       PERFORM VARYING WSFeeIndex FROM 1 BY 1
           UNTIL WSFeeIndex > WSFeeCount
              IF WSFTCode(WSFeeIndex) = WSEntryCode THEN
                     MOVE WSFeeIndex TO WSFoundIndex
              END-IF
       END-PERFORM.

*> finds the keyed course on the catalog; zero when absent
FindCourse.
       MOVE 0 TO WSCourseFound
       PERFORM VARYING WSCourseIndex FROM 1 BY 1
           UNTIL WSCourseIndex > WSCourseCount
              IF WSCTCourseCode(WSCourseIndex) = WSEntryCourse THEN
                     MOVE WSCourseIndex TO WSCourseFound
              END-IF
       END-PERFORM.

*> lists every fee on the schedule
ListFees.
       IF WSFeeCount = 0 THEN
              DISPLAY "The fee schedule is empty"
       END-IF
       PERFORM VARYING WSFeeIndex FROM 1 BY 1
           UNTIL WSFeeIndex > WSFeeCount
              MOVE WSFTAmount(WSFeeIndex) TO WSEditAmount
              DISPLAY WSFTCode(WSFeeIndex) "  "
                  WSFTDescription(WSFeeIndex)
                  "  grade " WSFTGrade(WSFeeIndex)
                  "  course " WSFTCourse(WSFeeIndex)
                  "  " WSEditAmount
       END-PERFORM.

*> reads the whole fee schedule into storage
LoadFeeTable.
       MOVE "N" TO WSFeeEOF
       MOVE 0 TO WSFeeCount
       OPEN INPUT FeeSchedFile
       PERFORM ReadFeeRecord
       PERFORM UNTIL FeeEOF
              IF WSFeeCount < 200 THEN
                     ADD 1 TO WSFeeCount
                     MOVE FSCode TO WSFTCode(WSFeeCount)
                     MOVE FSDescription TO WSFTDescription(WSFeeCount)
                     MOVE FSGrade TO WSFTGrade(WSFeeCount)
                     MOVE FSCourse TO WSFTCourse(WSFeeCount)
                     MOVE FSAmount TO WSFTAmount(WSFeeCount)
              END-IF
              PERFORM ReadFeeRecord
       END-PERFORM
       CLOSE FeeSchedFile.

*> reads the next fee schedule line
ReadFeeRecord.
       READ FeeSchedFile
           AT END MOVE "Y" TO WSFeeEOF
       END-READ.

*> rewrites the fee schedule from the table
SaveFeeTable.
       OPEN OUTPUT FeeSchedFile
       PERFORM VARYING WSFeeIndex FROM 1 BY 1
           UNTIL WSFeeIndex > WSFeeCount
              MOVE WSFTCode(WSFeeIndex) TO FSCode
              MOVE WSFTDescription(WSFeeIndex) TO FSDescription
              MOVE WSFTGrade(WSFeeIndex) TO FSGrade
              MOVE WSFTCourse(WSFeeIndex) TO FSCourse
              MOVE WSFTAmount(WSFeeIndex) TO FSAmount
              WRITE FeeSchedRecord
       END-PERFORM
       CLOSE FeeSchedFile.

*> reads the course catalog into storage
LoadCourseTable.
       MOVE "N" TO WSCatEOF
       MOVE 0 TO WSCourseCount
       OPEN INPUT CourseCatFile
       PERFORM ReadCourseRecord
       PERFORM UNTIL CatEOF
              IF WSCourseCount < 200 THEN
                     ADD 1 TO WSCourseCount
                     MOVE CCCourseCode
                         TO WSCTCourseCode(WSCourseCount)
              END-IF
              PERFORM ReadCourseRecord
       END-PERFORM
       CLOSE CourseCatFile.

*> reads the next catalog line
ReadCourseRecord.
       READ CourseCatFile
           AT END MOVE "Y" TO WSCatEOF
       END-READ.

*> cobc -x feemaint.cbl          to load the program
*> cobc -m opsignon.cbl          builds the sign-on service it CALLs
*> ./feemaint                    to run the program
