>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. grdchg.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ScoreHistFile ASSIGN TO "ScoreHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SHKey
           FILE STATUS IS WSScoreFileStatus.

       SELECT OPTIONAL GradeChangeFile ASSIGN TO "GradeChange.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the posted letter grades - read here for the grade being changed,
*> only grdappr rewrites it
FD  ScoreHistFile.
COPY SCRHIST.

*> every grade change asked for, pending until a supervisor decides
FD  GradeChangeFile.
COPY GRDCHG.

WORKING-STORAGE SECTION.
01 WSScoreFileStatus PIC XX VALUE "00".

*> sign-on through the shared opsignon service - the change file
*> records who asked for each change
01 WSSignOnProgram  PIC X(9) VALUE "opsignon".
01 WSSignOnCaller   PIC X(9) VALUE "grdchg".
01 WSOperatorID     PIC X(8) VALUE SPACES.
01 WSSignOnPassword PIC X(8) VALUE SPACES.
01 WSSignOnLevel    PIC 9 VALUE 0.

01 WSSignedOn PIC X VALUE "N".
       88 SignedOn VALUE "Y".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuRequest VALUE "1".
       88 MenuList    VALUE "2".
       88 MenuExit    VALUE "X", "x".

01 WSScoreEOF PIC X VALUE "N".
       88 ScoreEOF VALUE "Y".

01 WSChangeEOF PIC X VALUE "N".
       88 ChangeEOF VALUE "Y".

01 WSRunDate PIC 9(8) VALUE 0.

*> staging area a change is keyed into
01 WSEntryStudent PIC 9(5) VALUE 0.
01 WSEntryTerm    PIC 9(5) VALUE 0.
01 WSEntryCourse  PIC X(6) VALUE SPACES.
01 WSEntryScore   PIC X VALUE SPACE.
       88 ValidScore VALUE "A", "B", "C", "D", "F".
01 WSEntryReason  PIC X(40) VALUE SPACES.
01 WSEntryPoints  PIC 9V9 VALUE 0.

*> the grade on file for the keyed student, term and course
01 WSScoreFound PIC X VALUE "N".
       88 ScoreFound VALUE "Y".
01 WSOldScore  PIC X VALUE SPACE.
01 WSOldPoints PIC 9V9 VALUE 0.

01 WSAlreadyPending PIC X VALUE "N".
       88 AlreadyPending VALUE "Y".

01 WSListCount PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
PERFORM SignOnOperator
IF NOT SignedOn THEN
       DISPLAY "Sign-on failed - grade change requests refused"
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuRequest PERFORM RequestGradeChange
           WHEN MenuList    PERFORM ListPendingChanges
           WHEN OTHER       DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM

STOP RUN.

*> checks the operator's ID and password against the operator master
*> through the shared sign-on service
SignOnOperator.
       MOVE "N" TO WSSignedOn
       DISPLAY "Enter operator ID: " WITH NO ADVANCING
       ACCEPT WSOperatorID
       DISPLAY "Enter password: " WITH NO ADVANCING
       ACCEPT WSSignOnPassword
       CALL WSSignOnProgram USING WSOperatorID, WSSignOnPassword,
           WSSignOnLevel,
           WSSignOnCaller
       IF RETURN-CODE = 0 THEN
              MOVE "Y" TO WSSignedOn
       END-IF
       MOVE 0 TO RETURN-CODE.

*> shows the operator menu and accepts their next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Request a grade change"
       DISPLAY "2. List grade changes waiting for approval"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> keys a new letter for a posted grade with the reason; the request
*> waits on the change file until a supervisor decides it in grdappr
RequestGradeChange.
       DISPLAY "Enter student ID: " WITH NO ADVANCING
       ACCEPT WSEntryStudent
       DISPLAY "Enter term (YYYYT): " WITH NO ADVANCING
       ACCEPT WSEntryTerm
       DISPLAY "Enter course code: " WITH NO ADVANCING
       ACCEPT WSEntryCourse
       PERFORM FindPostedScore
       IF NOT ScoreFound THEN
              DISPLAY "No grade posted for student " WSEntryStudent
                  " term " WSEntryTerm " course " WSEntryCourse
       ELSE
              DISPLAY "Grade on file: " WSOldScore "  points "
                  WSOldPoints
              PERFORM AcceptGradeChange
       END-IF.

*> takes the new letter and reason and parks the request
AcceptGradeChange.
       DISPLAY "Enter new grade (A-D, F): " WITH NO ADVANCING
       ACCEPT WSEntryScore
       DISPLAY "Enter reason: " WITH NO ADVANCING
       MOVE SPACES TO WSEntryReason
       ACCEPT WSEntryReason
       PERFORM CheckAlreadyPending
       EVALUATE TRUE
           WHEN NOT ValidScore
              DISPLAY "Grade must be A, B, C, D or F - not requested"
           WHEN WSEntryScore = WSOldScore
              DISPLAY "New grade is the grade on file - not requested"
           WHEN WSEntryReason = SPACES
              DISPLAY "A reason is required - not requested"
           WHEN AlreadyPending
              DISPLAY "A change to this grade is already waiting for "
                  "approval - not requested"
           WHEN OTHER
              PERFORM ConvertGradeToPoints
              PERFORM WriteChangeRequest
              DISPLAY "Grade change " WSOldScore " -> " WSEntryScore
                  " waiting for supervisor approval"
       END-EVALUATE.

*> finds the grade posted for the keyed student, term and course off
*> the student and term key - the last one keyed when the course was
*> graded more than once
FindPostedScore.
       MOVE "N" TO WSScoreFound
       MOVE "N" TO WSScoreEOF
       OPEN INPUT ScoreHistFile
       MOVE WSEntryStudent TO SHStudentID
       MOVE WSEntryTerm TO SHTerm
       MOVE 0 TO SHSeq
       START ScoreHistFile KEY NOT LESS THAN SHKey
           INVALID KEY MOVE "Y" TO WSScoreEOF
       END-START
       PERFORM ReadScoreHist
       PERFORM UNTIL ScoreEOF
              IF SHCourse = WSEntryCourse THEN
                     MOVE "Y" TO WSScoreFound
                     MOVE SHScore TO WSOldScore
                     MOVE SHPoints TO WSOldPoints
              END-IF
              PERFORM ReadScoreHist
       END-PERFORM
       CLOSE ScoreHistFile.

*> reads the next grade, stopping at the first one for another
*> student or term
ReadScoreHist.
       IF NOT ScoreEOF THEN
              READ ScoreHistFile NEXT RECORD
                  AT END MOVE "Y" TO WSScoreEOF
              END-READ
       END-IF
       IF NOT ScoreEOF AND (SHStudentID NOT = WSEntryStudent
           OR SHTerm NOT = WSEntryTerm) THEN
              MOVE "Y" TO WSScoreEOF
       END-IF.

*> one pending request per grade at a time
CheckAlreadyPending.
       MOVE "N" TO WSAlreadyPending
       MOVE "N" TO WSChangeEOF
       OPEN INPUT GradeChangeFile
       PERFORM ReadChangeRecord
       PERFORM UNTIL ChangeEOF
              IF GKPending AND GKStudentID = WSEntryStudent
                  AND GKTerm = WSEntryTerm
                  AND GKCourse = WSEntryCourse THEN
                     MOVE "Y" TO WSAlreadyPending
              END-IF
              PERFORM ReadChangeRecord
       END-PERFORM
       CLOSE GradeChangeFile.

*> reads the next change line
ReadChangeRecord.
       READ GradeChangeFile
           AT END MOVE "Y" TO WSChangeEOF
       END-READ.

*> converts the new letter grade to its grade-point value, the same
*> scale the score entry posts with
ConvertGradeToPoints.
       EVALUATE WSEntryScore
           WHEN "A" MOVE 4.0 TO WSEntryPoints
           WHEN "B" MOVE 3.0 TO WSEntryPoints
           WHEN "C" MOVE 2.0 TO WSEntryPoints
           WHEN "D" MOVE 1.0 TO WSEntryPoints
           WHEN OTHER MOVE 0.0 TO WSEntryPoints
       END-EVALUATE.

*> appends the request, pending, under the requesting operator
WriteChangeRequest.
       OPEN EXTEND GradeChangeFile
       MOVE WSEntryStudent TO GKStudentID
       MOVE WSEntryTerm TO GKTerm
       MOVE WSEntryCourse TO GKCourse
       MOVE WSOldScore TO GKOldScore
       MOVE WSOldPoints TO GKOldPoints
       MOVE WSEntryScore TO GKNewScore
       MOVE WSEntryPoints TO GKNewPoints
       MOVE WSEntryReason TO GKReason
       MOVE WSOperatorID TO GKRequestor
       MOVE WSRunDate TO GKRequestDate
       MOVE "P" TO GKStatus
       MOVE SPACES TO GKApprover
       MOVE 0 TO GKDecideDate
       WRITE GradeChangeRecord
       CLOSE GradeChangeFile.

*> lists every request still waiting for a supervisor
ListPendingChanges.
       MOVE 0 TO WSListCount
       MOVE "N" TO WSChangeEOF
       OPEN INPUT GradeChangeFile
       PERFORM ReadChangeRecord
       PERFORM UNTIL ChangeEOF
              IF GKPending THEN
                     ADD 1 TO WSListCount
                     DISPLAY "Student " GKStudentID " term " GKTerm
                         " " GKCourse " " GKOldScore " -> " GKNewScore
                         " by " GKRequestor " " GKRequestDate
              END-IF
              PERFORM ReadChangeRecord
       END-PERFORM
       CLOSE GradeChangeFile
       IF WSListCount = 0 THEN
              DISPLAY "No grade changes are waiting for approval"
       END-IF.

*> cobc -x grdchg.cbl            to load the program
*> cobc -m opsignon.cbl          builds the sign-on service it CALLs
*> ./grdchg                      to run the program
