>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. grdappr.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL GradeChangeFile ASSIGN TO "GradeChange.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL ScoreHistFile ASSIGN TO "ScoreHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SHKey
           FILE STATUS IS WSScoreFileStatus.

DATA DIVISION.
FILE SECTION.
*> the grade changes grdchg parked - this program is the second pair
*> of hands, and marks each one decided rather than taking it off
FD  GradeChangeFile.
COPY GRDCHG.

*> the posted letter grades an approved change rewrites
FD  ScoreHistFile.
COPY SCRHIST.

WORKING-STORAGE SECTION.
01 WSScoreFileStatus PIC XX VALUE "00".

*> deciding a grade change is gated on a level-2 sign-on through the
*> shared opsignon service
01 WSSignOnProgram  PIC X(9) VALUE "opsignon".
01 WSSignOnCaller   PIC X(9) VALUE "grdappr".
01 WSOperatorID     PIC X(8) VALUE SPACES.
01 WSSignOnPassword PIC X(8) VALUE SPACES.
01 WSSignOnLevel    PIC 9 VALUE 0.
       88 SupervisorSignedOn VALUE 2.

01 WSAuthorized PIC X VALUE "N".
       88 Authorized VALUE "Y".

01 WSChangeEOF PIC X VALUE "N".
       88 ChangeEOF VALUE "Y".

01 WSScoreEOF PIC X VALUE "N".
       88 ScoreEOF VALUE "Y".

01 WSRunDate PIC 9(8) VALUE 0.

*> the whole change file held in storage while the supervisor works
*> the pending ones, then written back with the decisions on it
01 WSChangeCount PIC 9(4) VALUE 0.
01 WSChangeTable.
       02 WSChangeEntry OCCURS 5000 TIMES.
           03 WSGKStudentID   PIC 9(5).
           03 WSGKTerm        PIC 9(5).
           03 WSGKCourse      PIC X(6).
           03 WSGKOldScore    PIC X.
           03 WSGKOldPoints   PIC 9V9.
           03 WSGKNewScore    PIC X.
           03 WSGKNewPoints   PIC 9V9.
           03 WSGKReason      PIC X(40).
           03 WSGKRequestor   PIC X(8).
           03 WSGKRequestDate PIC 9(8).
           03 WSGKStatus      PIC X.
           03 WSGKApprover    PIC X(8).
           03 WSGKDecideDate  PIC 9(8).

01 WSChangeIndex PIC 9(4) VALUE 0.

01 WSDecision PIC X VALUE SPACE.
       88 DecideApprove VALUE "A", "a".
       88 DecideReject  VALUE "R", "r".

*> the grade history rewrite: how many records carry the grade being
*> changed, and the key and letter of the last of them - the one the
*> transcript and honor roll read
01 WSMatchCount  PIC 9(3) VALUE 0.
01 WSMatchKey    PIC X(13) VALUE SPACES.
01 WSScoreOnFile PIC X VALUE SPACE.

*> set only once the new grade is actually on the history file
01 WSRewritten PIC X VALUE "N".
       88 Rewritten VALUE "Y".

01 WSPendingCount  PIC 9(4) VALUE 0.
01 WSApprovedCount PIC 9(4) VALUE 0.
01 WSRejectedCount PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
PERFORM SignOnSupervisor
IF NOT Authorized THEN
       DISPLAY "Grade change approval requires a supervisor sign-on"
           " - refused"
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM LoadChangeTable
PERFORM VARYING WSChangeIndex FROM 1 BY 1
    UNTIL WSChangeIndex > WSChangeCount
       IF WSGKStatus(WSChangeIndex) = "P" THEN
              ADD 1 TO WSPendingCount
              PERFORM WorkOneChange
       END-IF
END-PERFORM
IF WSPendingCount = 0 THEN
       DISPLAY "No grade changes are waiting for approval"
ELSE
       PERFORM SaveChangeTable
       DISPLAY "Approved: " WSApprovedCount
           "  Rejected: " WSRejectedCount
END-IF

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

*> reads the whole change file into the table
LoadChangeTable.
       MOVE "N" TO WSChangeEOF
       MOVE 0 TO WSChangeCount
       OPEN INPUT GradeChangeFile
       PERFORM ReadChangeRecord
       PERFORM UNTIL ChangeEOF
              IF WSChangeCount < 5000 THEN
                     ADD 1 TO WSChangeCount
                     MOVE GradeChangeRecord
                         TO WSChangeEntry(WSChangeCount)
              END-IF
              PERFORM ReadChangeRecord
       END-PERFORM
       CLOSE GradeChangeFile.

*> reads the next change line
ReadChangeRecord.
       READ GradeChangeFile
           AT END MOVE "Y" TO WSChangeEOF
       END-READ.

*> writes the change file back with the decisions made this session
SaveChangeTable.
       OPEN OUTPUT GradeChangeFile
       PERFORM VARYING WSChangeIndex FROM 1 BY 1
           UNTIL WSChangeIndex > WSChangeCount
              MOVE WSChangeEntry(WSChangeIndex) TO GradeChangeRecord
              WRITE GradeChangeRecord
       END-PERFORM
       CLOSE GradeChangeFile.

*> shows one pending change and acts on the supervisor's decision -
*> anything other than A or R leaves it pending for next time
WorkOneChange.
       DISPLAY " "
       DISPLAY "Student " WSGKStudentID(WSChangeIndex)
           "  term " WSGKTerm(WSChangeIndex)
           "  course " WSGKCourse(WSChangeIndex)
           "  " WSGKOldScore(WSChangeIndex)
           " -> " WSGKNewScore(WSChangeIndex)
       DISPLAY "  " WSGKReason(WSChangeIndex)
       DISPLAY "  requested " WSGKRequestDate(WSChangeIndex)
           " by " WSGKRequestor(WSChangeIndex)
       DISPLAY "Approve/Reject/Skip A/R/S: " WITH NO ADVANCING
       ACCEPT WSDecision
       EVALUATE TRUE
           WHEN (DecideApprove OR DecideReject)
               AND WSGKRequestor(WSChangeIndex) = WSOperatorID
              DISPLAY "The requesting operator cannot decide their "
                  "own change - left pending"
           WHEN DecideApprove
              PERFORM ApproveOneChange
           WHEN DecideReject
              MOVE "R" TO WSGKStatus(WSChangeIndex)
              MOVE WSOperatorID TO WSGKApprover(WSChangeIndex)
              MOVE WSRunDate TO WSGKDecideDate(WSChangeIndex)
              ADD 1 TO WSRejectedCount
              DISPLAY "Change rejected"
           WHEN OTHER
              CONTINUE
       END-EVALUATE.

*> rewrites the posted grade and marks the change approved - unless
*> the grade on file is no longer the one the request was made
*> against, when it is left pending for the clerk to look at again
ApproveOneChange.
       OPEN I-O ScoreHistFile
       PERFORM FindLastScore
       EVALUATE TRUE
           WHEN WSMatchCount = 0
              DISPLAY "The grade is no longer on file - left pending"
           WHEN WSScoreOnFile NOT = WSGKOldScore(WSChangeIndex)
              DISPLAY "The grade on file is now " WSScoreOnFile
                  " - left pending"
           WHEN OTHER
              PERFORM RewriteLastScore
              IF Rewritten THEN
                     MOVE "A" TO WSGKStatus(WSChangeIndex)
                     MOVE WSOperatorID TO WSGKApprover(WSChangeIndex)
                     MOVE WSRunDate TO WSGKDecideDate(WSChangeIndex)
                     ADD 1 TO WSApprovedCount
                     DISPLAY "Change approved - grade rewritten"
              ELSE
                     DISPLAY "Change left pending"
              END-IF
       END-EVALUATE
       CLOSE ScoreHistFile.

*> reads the student's grades for the term off the key, counting the
*> records that carry the grade being changed and noting the key and
*> letter of the last one
FindLastScore.
       MOVE 0 TO WSMatchCount
       MOVE SPACE TO WSScoreOnFile
       MOVE "N" TO WSScoreEOF
       MOVE WSGKStudentID(WSChangeIndex) TO SHStudentID
       MOVE WSGKTerm(WSChangeIndex) TO SHTerm
       MOVE 0 TO SHSeq
       START ScoreHistFile KEY NOT LESS THAN SHKey
           INVALID KEY MOVE "Y" TO WSScoreEOF
       END-START
       PERFORM ReadScoreHist
       PERFORM UNTIL ScoreEOF
              IF SHCourse = WSGKCourse(WSChangeIndex) THEN
                     ADD 1 TO WSMatchCount
                     MOVE SHKey TO WSMatchKey
                     MOVE SHScore TO WSScoreOnFile
              END-IF
              PERFORM ReadScoreHist
       END-PERFORM.

*> reads the next grade, stopping at the first one for another
*> student or term
ReadScoreHist.
       IF NOT ScoreEOF THEN
              READ ScoreHistFile NEXT RECORD
                  AT END MOVE "Y" TO WSScoreEOF
              END-READ
       END-IF
       IF NOT ScoreEOF
           AND (SHStudentID NOT = WSGKStudentID(WSChangeIndex)
           OR SHTerm NOT = WSGKTerm(WSChangeIndex)) THEN
              MOVE "Y" TO WSScoreEOF
       END-IF.

*> puts the new letter and points on the last record for the grade
RewriteLastScore.
       MOVE "N" TO WSRewritten
       MOVE WSMatchKey TO SHKey
       READ ScoreHistFile
           INVALID KEY
              DISPLAY "Grade record not read, file status "
                  WSScoreFileStatus
           NOT INVALID KEY
              MOVE WSGKNewScore(WSChangeIndex) TO SHScore
              MOVE WSGKNewPoints(WSChangeIndex) TO SHPoints
              REWRITE ScoreHistRecord
                  INVALID KEY
                     DISPLAY "Grade record not rewritten, file status "
                         WSScoreFileStatus
                  NOT INVALID KEY
                     MOVE "Y" TO WSRewritten
              END-REWRITE
       END-READ.

*> cobc -x grdappr.cbl           to load the program
*> cobc -m opsignon.cbl          builds the sign-on service it CALLs
*> ./grdappr                     to run the program
