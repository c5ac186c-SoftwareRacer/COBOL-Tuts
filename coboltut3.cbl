           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL EnrollRegFile ASSIGN TO "EnrollReg.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ERKey
           FILE STATUS IS WSRegFileStatus.

       SELECT OPTIONAL GradeCapFile ASSIGN TO "GradeCap.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL ScoreHistFile ASSIGN TO "ScoreHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SHKey
           FILE STATUS IS WSScoreFileStatus.

       SELECT OPTIONAL CourseCatFile ASSIGN TO "CourseCat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           RECORD KEY IS SMIDNum
           FILE STATUS IS WSStudentFileStatus.

       SELECT OPTIONAL SectionEnrollFile ASSIGN TO "SectionEnroll.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> voting-age-eligibility rule by jurisdiction - the cutoff isn't the
*> WHICH student took the seat, written on every admit - the roster
*> reports and the GradeCounts rebuild both come off this file
FD  EnrollRegFile.
COPY ENRREG.

*> the maintained seat limits per grade - gcapmaint keys them, and a
*> grade with no record on file keeps the 030 working-storage default,
*> programs read it back, so nobody re-keys a student's history to
*> recompute a GPA next term
FD  ScoreHistFile.
COPY SCRHIST.

*> the course catalog crsmaint keeps - every captured score is coded
*> to a course so the transcript can say which class the letter was
FD  StudentMasterFile.
COPY STUREC.

*> the section placements sectenrl makes - a score is only taken for
*> a course the student is placed in a section of that term
FD  SectionEnrollFile.
COPY SECTENR.

WORKING-STORAGE SECTION.
01 WSStudentFileStatus PIC XX VALUE "00".
01 WSRegFileStatus     PIC XX VALUE "00".
       88 RegFileNotFound VALUE "35".
       88 RegDuplicate    VALUE "22".
01 WSScoreFileStatus   PIC XX VALUE "00".
       88 ScoreFileNotFound VALUE "35".
       88 ScoreDuplicate    VALUE "22".

01 WSStudentOnFile PIC X VALUE "N".
       88 StudentOnFile VALUE "Y".
01 WSQualityPoints PIC 9(5)V99 VALUE 0.
01 WSCreditTotal   PIC 9(4)V9 VALUE 0.

*> the courses the student is placed in for the term being captured
01 WSPlacedEOF PIC X VALUE "N".
       88 PlacedEOF VALUE "Y".

01 WSPlacedCount PIC 99 VALUE 0.
01 WSPlacedTable.
       02 WSPlacedCourse PIC X(6) OCCURS 20 TIMES.

01 WSPlacedIndex PIC 99 VALUE 0.

01 WSCoursePlaced PIC X VALUE "N".
       88 CoursePlaced VALUE "Y".

PROCEDURE DIVISION.
DISPLAY "Enter customer ID : " WITH NO ADVANCING
ACCEPT WSVoterIDNum
*> seat count in GradeCounts.dat always has a student ID behind it
WriteEnrollRegister.
       ACCEPT WSEnrollDate FROM DATE YYYYMMDD
       OPEN I-O EnrollRegFile
       IF RegFileNotFound THEN
              OPEN OUTPUT EnrollRegFile
              CLOSE EnrollRegFile
              OPEN I-O EnrollRegFile
       END-IF
       MOVE WSEnrollIDNum TO ERIDNum
       MOVE Grade TO ERGrade
       MOVE WSEnrollDate TO ERDate
       MOVE 0 TO ERSeq
       MOVE "22" TO WSRegFileStatus
       PERFORM UNTIL NOT RegDuplicate OR ERSeq = 999
              ADD 1 TO ERSeq
              WRITE EnrollRegRecord
                  INVALID KEY CONTINUE
              END-WRITE
       END-PERFORM
       IF WSRegFileStatus NOT = "00" THEN
              DISPLAY "Register record for student " WSEnrollIDNum
                  " not written, file status " WSRegFileStatus
       END-IF
       CLOSE EnrollRegFile.

*> appends one rejected-for-capacity enrollment to EnrollQueue.dat

*> accepts a student's Score entries one letter grade at a time (X to
*> stop), checks each against PassingScore, and rolls them up into an
*> overall GPA for that student - a grade for a course the student is
*> not placed in a section of that term is refused
ComputeStudentGPA.
       PERFORM LoadCourseCatalog
       DISPLAY "Enter student ID: " WITH NO ADVANCING
       ACCEPT WSStudentID
       DISPLAY "Enter term (YYYYT): " WITH NO ADVANCING
       ACCEPT WSTermID
       PERFORM LoadStudentPlacements
       MOVE 0 TO WSScoreCount
       MOVE 0 TO WSGradePointTotal
       MOVE 0 TO WSQualityPoints
       MOVE 0 TO WSCreditTotal
       OPEN I-O ScoreHistFile
       IF ScoreFileNotFound THEN
              OPEN OUTPUT ScoreHistFile
              CLOSE ScoreHistFile
              OPEN I-O ScoreHistFile
       END-IF
       DISPLAY "Enter a letter grade (A/B/C/D/F), X to stop: "
           WITH NO ADVANCING
       ACCEPT Score
                     DISPLAY "You failed"
              END-IF
              PERFORM AcceptScoreCourse
              PERFORM CheckCoursePlaced
              IF CoursePlaced THEN
                     PERFORM ConvertGradeToPoints
                     PERFORM WriteScoreHistory
                     ADD 1 TO WSScoreCount
                     ADD WSGradePoints TO WSGradePointTotal
                     COMPUTE WSQualityPoints = WSQualityPoints
                         + WSGradePoints * WSScoreCredits
                     ADD WSScoreCredits TO WSCreditTotal
              ELSE
                     DISPLAY "Student " WSStudentID
                         " is not in a section of " WSEntryCourse
                         " in term " WSTermID " - grade not recorded"
              END-IF
              DISPLAY "Enter a letter grade (A/B/C/D/F), X to stop: "
                  WITH NO ADVANCING
              ACCEPT Score
              MOVE WSCTCredits(WSCourseFound) TO WSScoreCredits
       END-IF.

*> reads the courses the student is placed in for the term off the
*> section placements
LoadStudentPlacements.
       MOVE "N" TO WSPlacedEOF
       MOVE 0 TO WSPlacedCount
       OPEN INPUT SectionEnrollFile
       PERFORM ReadPlacement
       PERFORM UNTIL PlacedEOF
              IF SEStudentID = WSStudentID AND SETerm = WSTermID
                  AND WSPlacedCount < 20 THEN
                     ADD 1 TO WSPlacedCount
                     MOVE SECourse TO WSPlacedCourse(WSPlacedCount)
              END-IF
              PERFORM ReadPlacement
       END-PERFORM
       CLOSE SectionEnrollFile
       IF WSPlacedCount = 0 THEN
              DISPLAY "Student " WSStudentID
                  " is not placed in any section for term " WSTermID
       END-IF.

*> reads the next section placement
ReadPlacement.
       READ SectionEnrollFile
           AT END MOVE "Y" TO WSPlacedEOF
       END-READ.

*> whether the course just keyed is one the student is placed in
CheckCoursePlaced.
       MOVE "N" TO WSCoursePlaced
       PERFORM VARYING WSPlacedIndex FROM 1 BY 1
           UNTIL WSPlacedIndex > WSPlacedCount
              IF WSPlacedCourse(WSPlacedIndex) = WSEntryCourse THEN
                     MOVE "Y" TO WSCoursePlaced
              END-IF
       END-PERFORM.

*> files the score just entered in the history as it is keyed, so it
*> never has to be re-keyed to recompute a GPA later - it takes the
*> next sequence number free for the student and term, after any grade
*> already on file for them that term
WriteScoreHistory.
       MOVE WSStudentID TO SHStudentID
       MOVE WSTermID TO SHTerm
       MOVE Score TO SHScore
       MOVE WSGradePoints TO SHPoints
       MOVE WSEntryCourse TO SHCourse
       MOVE 0 TO SHSeq
       MOVE "22" TO WSScoreFileStatus
       PERFORM UNTIL NOT ScoreDuplicate OR SHSeq = 999
              ADD 1 TO SHSeq
              WRITE ScoreHistRecord
                  INVALID KEY CONTINUE
              END-WRITE
       END-PERFORM
       IF WSScoreFileStatus NOT = "00" THEN
              DISPLAY "Score for course " WSEntryCourse
                  " not written, file status " WSScoreFileStatus
       END-IF.

*> converts the current Score letter grade to its grade-point value
ConvertGradeToPoints.
       MOVE 0 TO WSEvenCount
       MOVE "O" TO RPTOperation
       MOVE "ClassificationReport.txt" TO RPTFileName
       MOVE "coboltut" TO RPTProgram
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Number Classification Report" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
