>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. intvmaint.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL InterventionFile ASSIGN TO "Intervention.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL RiskParmFile ASSIGN TO "RiskParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL StudentMasterFile ASSIGN TO "StudentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SMIDNum
           FILE STATUS IS WSStudentFileStatus.

DATA DIVISION.
FILE SECTION.
*> the actions the counselor has taken for students at risk
FD  InterventionFile.
COPY INTERVEN.

*> the at-risk limits the term report runs by
FD  RiskParmFile.
COPY RISKPRM.

*> the student master an intervention's student must be on
FD  StudentMasterFile.
COPY STUREC.

WORKING-STORAGE SECTION.
01 WSStudentFileStatus PIC XX VALUE "00".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuRecord VALUE "1".
       88 MenuClose  VALUE "2".
       88 MenuList   VALUE "3".
       88 MenuLimits VALUE "4".
       88 MenuExit   VALUE "X", "x".

01 WSInterventionEOF PIC X VALUE "N".
       88 InterventionEOF VALUE "Y".

01 WSStudentOnFile PIC X VALUE "N".
       88 StudentOnFile VALUE "Y".

01 WSRunDate PIC 9(8) VALUE 0.

*> every intervention on file held in storage while the counselor
*> works
01 WSInterventionCount PIC 9(4) VALUE 0.
01 WSInterventionTable.
       02 WSInterventionEntry OCCURS 3000 TIMES.
           03 WSIVStudentID PIC 9(5).
           03 WSIVTerm      PIC 9(5).
           03 WSIVDate      PIC 9(8).
           03 WSIVAction    PIC X(40).
           03 WSIVFollowUp  PIC 9(8).
           03 WSIVCounselor PIC X(20).
           03 WSIVStatus    PIC X.

01 WSInterventionIndex PIC 9(4) VALUE 0.
01 WSListCount         PIC 99 VALUE 0.
01 WSFoundIndex        PIC 9(4) VALUE 0.

*> the slots of the student's open interventions, as numbered on the
*> close list
01 WSOpenTable.
       02 WSOpenSlot PIC 9(4) OCCURS 99 TIMES.

*> staging area an intervention is keyed into
01 WSEntryStudent   PIC 9(5) VALUE 0.
01 WSEntryTerm      PIC 9(5) VALUE 0.
01 WSEntryAction    PIC X(40) VALUE SPACES.
01 WSEntryFollowUp  PIC 9(8) VALUE 0.
01 WSEntryCounselor PIC X(20) VALUE SPACES.
01 WSEntryChoice    PIC 99 VALUE 0.
01 WSEntryGPAFloor  PIC 9V99 VALUE 0.
01 WSEntryAbsence   PIC 99V9 VALUE 0.

*> the at-risk limits, with the shop defaults when none are on file
01 WSGPAFloor     PIC 9V99 VALUE 2.00.
01 WSAbsenceLimit PIC 99V9 VALUE 10.0.

01 WSEditRate PIC Z9.9.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM LoadInterventionTable
PERFORM LoadRiskLimits
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuRecord PERFORM RecordIntervention
           WHEN MenuClose  PERFORM CloseIntervention
           WHEN MenuList   PERFORM ListInterventions
           WHEN MenuLimits PERFORM SetRiskLimits
           WHEN OTHER      DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM

STOP RUN.

*> shows the operator menu and accepts their next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Record an intervention"
       DISPLAY "2. Close an intervention"
       DISPLAY "3. List a student's interventions"
       DISPLAY "4. Set the at-risk limits"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> reads every intervention into storage
LoadInterventionTable.
       MOVE "N" TO WSInterventionEOF
       MOVE 0 TO WSInterventionCount
       OPEN INPUT InterventionFile
       PERFORM ReadInterventionRecord
       PERFORM UNTIL InterventionEOF
              IF WSInterventionCount < 3000 THEN
                     ADD 1 TO WSInterventionCount
                     MOVE InterventionRecord
                         TO WSInterventionEntry(WSInterventionCount)
              END-IF
              PERFORM ReadInterventionRecord
       END-PERFORM
       CLOSE InterventionFile.

*> reads the next intervention line
ReadInterventionRecord.
       READ InterventionFile
           AT END MOVE "Y" TO WSInterventionEOF
       END-READ.

*> rewrites the intervention file from storage after a change
SaveInterventionTable.
       OPEN OUTPUT InterventionFile
       PERFORM VARYING WSInterventionIndex FROM 1 BY 1
           UNTIL WSInterventionIndex > WSInterventionCount
              MOVE WSInterventionEntry(WSInterventionIndex)
                  TO InterventionRecord
              WRITE InterventionRecord
       END-PERFORM
       CLOSE InterventionFile.

*> picks up the limits on file; no record keeps the defaults
LoadRiskLimits.
       OPEN INPUT RiskParmFile
       READ RiskParmFile
           AT END CONTINUE
           NOT AT END
              MOVE RKGPAFloor TO WSGPAFloor
              MOVE RKAbsenceLimit TO WSAbsenceLimit
       END-READ
       CLOSE RiskParmFile.

*> an intervention only goes on file for a student ID the master knows
CheckStudentOnMaster.
       MOVE "N" TO WSStudentOnFile
       OPEN INPUT StudentMasterFile
       MOVE WSEntryStudent TO SMIDNum
       READ StudentMasterFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE "Y" TO WSStudentOnFile
              DISPLAY "Student: " SMName
       END-READ
       CLOSE StudentMasterFile.

*> records the action the counselor took for a student and the date
*> they are to follow up by; it stays open until closed
RecordIntervention.
       DISPLAY "Enter student ID: " WITH NO ADVANCING
       ACCEPT WSEntryStudent
       PERFORM CheckStudentOnMaster
       DISPLAY "Enter term (YYYYT): " WITH NO ADVANCING
       ACCEPT WSEntryTerm
       DISPLAY "Enter action taken: " WITH NO ADVANCING
       MOVE SPACES TO WSEntryAction
       ACCEPT WSEntryAction
       DISPLAY "Enter follow-up date (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WSEntryFollowUp
       DISPLAY "Enter counselor: " WITH NO ADVANCING
       MOVE SPACES TO WSEntryCounselor
       ACCEPT WSEntryCounselor
       EVALUATE TRUE
           WHEN NOT StudentOnFile
              DISPLAY "Student " WSEntryStudent
                  " is not on the student master, not recorded"
           WHEN WSEntryTerm = 0
              DISPLAY "Term must not be zero, not recorded"
           WHEN WSEntryAction = SPACES
              DISPLAY "Action taken is required, not recorded"
           WHEN WSEntryFollowUp < WSRunDate
              DISPLAY "Follow-up date must not be before today, "
                  "not recorded"
           WHEN WSInterventionCount >= 3000
              DISPLAY "Intervention table is full, not recorded"
           WHEN OTHER
              ADD 1 TO WSInterventionCount
              MOVE WSEntryStudent
                  TO WSIVStudentID(WSInterventionCount)
              MOVE WSEntryTerm TO WSIVTerm(WSInterventionCount)
              MOVE WSRunDate TO WSIVDate(WSInterventionCount)
              MOVE WSEntryAction TO WSIVAction(WSInterventionCount)
              MOVE WSEntryFollowUp TO WSIVFollowUp(WSInterventionCount)
              MOVE WSEntryCounselor
                  TO WSIVCounselor(WSInterventionCount)
              MOVE "O" TO WSIVStatus(WSInterventionCount)
              PERFORM SaveInterventionTable
              DISPLAY "Intervention recorded"
       END-EVALUATE.

*> lists the student's open interventions by number and closes the
*> one the counselor picks once its follow-up is done
CloseIntervention.
       DISPLAY "Enter student ID: " WITH NO ADVANCING
       ACCEPT WSEntryStudent
       MOVE 0 TO WSListCount
       PERFORM VARYING WSInterventionIndex FROM 1 BY 1
           UNTIL WSInterventionIndex > WSInterventionCount
              IF WSIVStudentID(WSInterventionIndex) = WSEntryStudent
                  AND WSIVStatus(WSInterventionIndex) = "O"
                  AND WSListCount < 99 THEN
                     ADD 1 TO WSListCount
                     MOVE WSInterventionIndex TO WSOpenSlot(WSListCount)
                     DISPLAY WSListCount ". "
                         WSIVAction(WSInterventionIndex)
                         " follow up " WSIVFollowUp(WSInterventionIndex)
              END-IF
       END-PERFORM
       IF WSListCount = 0 THEN
              DISPLAY "No open interventions for student "
                  WSEntryStudent
       ELSE
              DISPLAY "Enter number to close (0 to leave open): "
                  WITH NO ADVANCING
              ACCEPT WSEntryChoice
              EVALUATE TRUE
                  WHEN WSEntryChoice = 0
                     DISPLAY "Nothing closed"
                  WHEN WSEntryChoice > WSListCount
                     DISPLAY "No intervention " WSEntryChoice
                         " on the list, nothing closed"
                  WHEN OTHER
                     MOVE WSOpenSlot(WSEntryChoice) TO WSFoundIndex
                     MOVE "C" TO WSIVStatus(WSFoundIndex)
                     PERFORM SaveInterventionTable
                     DISPLAY "Intervention closed"
              END-EVALUATE
       END-IF.

*> lists every intervention on file for one student
ListInterventions.
       DISPLAY "Enter student ID: " WITH NO ADVANCING
       ACCEPT WSEntryStudent
       MOVE 0 TO WSListCount
       PERFORM VARYING WSInterventionIndex FROM 1 BY 1
           UNTIL WSInterventionIndex > WSInterventionCount
              IF WSIVStudentID(WSInterventionIndex) = WSEntryStudent
              THEN
                     ADD 1 TO WSListCount
                     DISPLAY WSIVDate(WSInterventionIndex) " term "
                         WSIVTerm(WSInterventionIndex) " "
                         WSIVAction(WSInterventionIndex)
                     DISPLAY "    follow up "
                         WSIVFollowUp(WSInterventionIndex)
                         "  " WSIVCounselor(WSInterventionIndex)
                         "  status " WSIVStatus(WSInterventionIndex)
              END-IF
       END-PERFORM
       IF WSListCount = 0 THEN
              DISPLAY "No interventions for student " WSEntryStudent
       END-IF.

*> keys the GPA floor and absence-rate limit the at-risk report
*> flags students by
SetRiskLimits.
       MOVE WSAbsenceLimit TO WSEditRate
       DISPLAY "On file: GPA floor " WSGPAFloor
           "  absence limit " WSEditRate " %"
       DISPLAY "Enter GPA floor (0.00-4.00): " WITH NO ADVANCING
       ACCEPT WSEntryGPAFloor
       DISPLAY "Enter absence limit, percent of days: "
           WITH NO ADVANCING
       ACCEPT WSEntryAbsence
       IF WSEntryGPAFloor > 4.00 OR WSEntryAbsence = 0 THEN
              DISPLAY "Limits are not valid, not changed"
       ELSE
              MOVE WSEntryGPAFloor TO WSGPAFloor
              MOVE WSEntryAbsence TO WSAbsenceLimit
              OPEN OUTPUT RiskParmFile
              MOVE WSGPAFloor TO RKGPAFloor
              MOVE WSAbsenceLimit TO RKAbsenceLimit
              WRITE RiskParmRecord
              CLOSE RiskParmFile
              DISPLAY "At-risk limits set"
       END-IF.

*> cobc -x intvmaint.cbl         to load the program
*> ./intvmaint                   to run the program
