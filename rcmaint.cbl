>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. rcmaint.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ReportCommentFile ASSIGN TO "RCComment.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL CourseCatFile ASSIGN TO "CourseCat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL StudentMasterFile ASSIGN TO "StudentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SMIDNum
           FILE STATUS IS WSStudentFileStatus.

DATA DIVISION.
FILE SECTION.
*> the teacher comments the report-card run prints under each course
FD  ReportCommentFile.
COPY RCCMT.

*> the course catalog a comment's course must be on
FD  CourseCatFile.
COPY CRSCAT.

*> the student master a comment's student must be on
FD  StudentMasterFile.
COPY STUREC.

WORKING-STORAGE SECTION.
01 WSStudentFileStatus PIC XX VALUE "00".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuKey  VALUE "1".
       88 MenuList VALUE "2".
       88 MenuExit VALUE "X", "x".

01 WSCommentEOF PIC X VALUE "N".
       88 CommentEOF VALUE "Y".

01 WSCatEOF PIC X VALUE "N".
       88 CatEOF VALUE "Y".

01 WSStudentOnFile PIC X VALUE "N".
       88 StudentOnFile VALUE "Y".

*> every comment on file held in storage while the teacher works
01 WSCommentCount PIC 9(4) VALUE 0.
01 WSCommentTable.
       02 WSCommentEntry OCCURS 3000 TIMES.
           03 WSRTStudentID PIC 9(5).
           03 WSRTTerm      PIC 9(5).
           03 WSRTCourse    PIC X(6).
           03 WSRTComment   PIC X(60).

01 WSCommentIndex PIC 9(4) VALUE 0.
01 WSFoundIndex   PIC 9(4) VALUE 0.

*> the catalog, so a comment is only keyed for a course on it
01 WSCourseCount PIC 9(3) VALUE 0.
01 WSCourseTable.
       02 WSCourseEntry OCCURS 200 TIMES.
           03 WSCTCourseCode PIC X(6).
           03 WSCTTitle      PIC X(25).

01 WSCourseIndex PIC 9(3) VALUE 0.
01 WSCourseFound PIC 9(3) VALUE 0.

*> staging area a comment is keyed into
01 WSEntryStudent PIC 9(5) VALUE 0.
01 WSEntryTerm    PIC 9(5) VALUE 0.
01 WSEntryCourse  PIC X(6) VALUE SPACES.
01 WSEntryComment PIC X(60) VALUE SPACES.

01 WSListCount PIC 99 VALUE 0.

PROCEDURE DIVISION.
PERFORM LoadCommentTable
PERFORM LoadCourseTable
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuKey  PERFORM KeyComment
           WHEN MenuList PERFORM ListComments
           WHEN OTHER    DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM

STOP RUN.

*> shows the operator menu and accepts their next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Key a course comment (blank removes it)"
       DISPLAY "2. List a student's comments for a term"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> reads every comment into storage
LoadCommentTable.
       MOVE "N" TO WSCommentEOF
       MOVE 0 TO WSCommentCount
       OPEN INPUT ReportCommentFile
       PERFORM ReadCommentRecord
       PERFORM UNTIL CommentEOF
              IF WSCommentCount < 3000 THEN
                     ADD 1 TO WSCommentCount
                     MOVE RCStudentID TO WSRTStudentID(WSCommentCount)
                     MOVE RCTerm TO WSRTTerm(WSCommentCount)
                     MOVE RCCourse TO WSRTCourse(WSCommentCount)
                     MOVE RCComment TO WSRTComment(WSCommentCount)
              END-IF
              PERFORM ReadCommentRecord
       END-PERFORM
       CLOSE ReportCommentFile.

*> reads the next comment line
ReadCommentRecord.
       READ ReportCommentFile
           AT END MOVE "Y" TO WSCommentEOF
       END-READ.

*> rewrites the comment file from storage after a change
SaveCommentTable.
       OPEN OUTPUT ReportCommentFile
       PERFORM VARYING WSCommentIndex FROM 1 BY 1
           UNTIL WSCommentIndex > WSCommentCount
              MOVE WSRTStudentID(WSCommentIndex) TO RCStudentID
              MOVE WSRTTerm(WSCommentIndex) TO RCTerm
              MOVE WSRTCourse(WSCommentIndex) TO RCCourse
              MOVE WSRTComment(WSCommentIndex) TO RCComment
              WRITE ReportCommentRecord
       END-PERFORM
       CLOSE ReportCommentFile.

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
                     MOVE CCTitle TO WSCTTitle(WSCourseCount)
              END-IF
              PERFORM ReadCourseRecord
       END-PERFORM
       CLOSE CourseCatFile.

*> reads the next catalog line
ReadCourseRecord.
       READ CourseCatFile
           AT END MOVE "Y" TO WSCatEOF
       END-READ.

*> a comment only goes on file for a student ID the master knows
CheckStudentOnMaster.
       MOVE "N" TO WSStudentOnFile
       OPEN INPUT StudentMasterFile
       MOVE WSEntryStudent TO SMIDNum
       READ StudentMasterFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE "Y" TO WSStudentOnFile
       END-READ
       CLOSE StudentMasterFile.

*> keys, replaces or removes the comment for one student's course in a
*> term
KeyComment.
       DISPLAY "Enter student ID: " WITH NO ADVANCING
       ACCEPT WSEntryStudent
       DISPLAY "Enter term (YYYYT): " WITH NO ADVANCING
       ACCEPT WSEntryTerm
       DISPLAY "Enter course code: " WITH NO ADVANCING
       ACCEPT WSEntryCourse
       PERFORM CheckStudentOnMaster
       MOVE 0 TO WSCourseFound
       PERFORM VARYING WSCourseIndex FROM 1 BY 1
           UNTIL WSCourseIndex > WSCourseCount
              IF WSCTCourseCode(WSCourseIndex) = WSEntryCourse THEN
                     MOVE WSCourseIndex TO WSCourseFound
              END-IF
       END-PERFORM
       EVALUATE TRUE
           WHEN NOT StudentOnFile
              DISPLAY "Student " WSEntryStudent
                  " is not on the student master, comment skipped"
           WHEN WSEntryTerm = 0
              DISPLAY "Term must not be zero, comment skipped"
           WHEN WSCourseFound = 0
              DISPLAY "Course " WSEntryCourse
                  " is not on the catalog, comment skipped"
           WHEN OTHER
              DISPLAY "Course: " WSCTTitle(WSCourseFound)
              PERFORM AcceptComment
       END-EVALUATE.

*> shows the comment already on file and takes the new one
AcceptComment.
       MOVE 0 TO WSFoundIndex
       PERFORM VARYING WSCommentIndex FROM 1 BY 1
           UNTIL WSCommentIndex > WSCommentCount
              IF WSRTStudentID(WSCommentIndex) = WSEntryStudent
                  AND WSRTTerm(WSCommentIndex) = WSEntryTerm
                  AND WSRTCourse(WSCommentIndex) = WSEntryCourse THEN
                     MOVE WSCommentIndex TO WSFoundIndex
              END-IF
       END-PERFORM
       IF WSFoundIndex NOT = 0 THEN
              DISPLAY "On file: " WSRTComment(WSFoundIndex)
       END-IF
       DISPLAY "Enter comment: " WITH NO ADVANCING
       MOVE SPACES TO WSEntryComment
       ACCEPT WSEntryComment
       EVALUATE TRUE
           WHEN WSEntryComment = SPACES AND WSFoundIndex = 0
              DISPLAY "No comment keyed"
           WHEN WSEntryComment = SPACES
              PERFORM RemoveComment
           WHEN WSFoundIndex NOT = 0
              MOVE WSEntryComment TO WSRTComment(WSFoundIndex)
              PERFORM SaveCommentTable
              DISPLAY "Comment replaced"
           WHEN WSCommentCount >= 3000
              DISPLAY "Comment table is full, comment not recorded"
           WHEN OTHER
              ADD 1 TO WSCommentCount
              MOVE WSEntryStudent TO WSRTStudentID(WSCommentCount)
              MOVE WSEntryTerm TO WSRTTerm(WSCommentCount)
              MOVE WSEntryCourse TO WSRTCourse(WSCommentCount)
              MOVE WSEntryComment TO WSRTComment(WSCommentCount)
              PERFORM SaveCommentTable
              DISPLAY "Comment added"
       END-EVALUATE.

*> takes the comment off file, closing the gap it leaves
RemoveComment.
       PERFORM VARYING WSCommentIndex FROM WSFoundIndex
           BY 1 UNTIL WSCommentIndex >= WSCommentCount
              MOVE WSCommentEntry(WSCommentIndex + 1)
                  TO WSCommentEntry(WSCommentIndex)
       END-PERFORM
       SUBTRACT 1 FROM WSCommentCount
       PERFORM SaveCommentTable
       DISPLAY "Comment removed".

*> lists one student's comments for a term
ListComments.
       DISPLAY "Enter student ID: " WITH NO ADVANCING
       ACCEPT WSEntryStudent
       DISPLAY "Enter term (YYYYT): " WITH NO ADVANCING
       ACCEPT WSEntryTerm
       MOVE 0 TO WSListCount
       PERFORM VARYING WSCommentIndex FROM 1 BY 1
           UNTIL WSCommentIndex > WSCommentCount
              IF WSRTStudentID(WSCommentIndex) = WSEntryStudent
                  AND WSRTTerm(WSCommentIndex) = WSEntryTerm THEN
                     ADD 1 TO WSListCount
                     DISPLAY WSRTCourse(WSCommentIndex) "  "
                         WSRTComment(WSCommentIndex)
              END-IF
       END-PERFORM
       IF WSListCount = 0 THEN
              DISPLAY "No comments for student " WSEntryStudent
                  " in term " WSEntryTerm
       END-IF.

*> cobc -x rcmaint.cbl           to load the program
*> ./rcmaint                     to run the program
