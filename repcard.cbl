>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. repcard.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL EnrollRegFile ASSIGN TO "EnrollReg.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ERKey
           FILE STATUS IS WSRegFileStatus.

       SELECT OPTIONAL ScoreHistFile ASSIGN TO "ScoreHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SHKey
           FILE STATUS IS WSScoreFileStatus.

       SELECT OPTIONAL AttendHistFile ASSIGN TO "AttendHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ATKey
           FILE STATUS IS WSAttendFileStatus.

       SELECT OPTIONAL CourseCatFile ASSIGN TO "CourseCat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL ReportCommentFile ASSIGN TO "RCComment.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL StudentMasterFile ASSIGN TO "StudentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SMIDNum
           FILE STATUS IS WSStudentFileStatus.

       SELECT OPTIONAL FeeBilledFile ASSIGN TO "FeeBilled.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL ARInvoiceFile ASSIGN TO "ARInvoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ARInvNum
           FILE STATUS IS WSARFileStatus.

       SELECT SortFile ASSIGN TO "CardSort.tmp".

DATA DIVISION.
FILE SECTION.
*> the enrollment register - every student on it gets a card, or a
*> line on the no-grades list
FD  EnrollRegFile.
COPY ENRREG.

*> every letter grade ever entered, by student and term
FD  ScoreHistFile.
COPY SCRHIST.

*> the daily attendance marks, counted over the term's dates
FD  AttendHistFile.
COPY ATTHIST.

*> the course catalog, for titles and the credit-hour weighting
FD  CourseCatFile.
COPY CRSCAT.

*> the teacher comments rcmaint keys ahead of the run
FD  ReportCommentFile.
COPY RCCMT.

*> the student master, for the student's name and the guardian the
*> card is addressed to
FD  StudentMasterFile.
COPY STUREC.

*> the school fees feebill raised, with the invoice each went out on
FD  FeeBilledFile.
COPY FEEBILL.

*> the fee invoices, for what is still open on each
FD  ARInvoiceFile.
COPY ARINV.

*> the register sorted by student so a student admitted more than once
*> gets one card, in the grade of their latest admission
SD  SortFile.
01 SortRecord.
       02 SRIDNum PIC 9(5).
       02 SRDate  PIC 9(8).
       02 SRSeq   PIC 9(3).
       02 SRGrade PIC 99.

WORKING-STORAGE SECTION.
01 WSStudentFileStatus PIC XX VALUE "00".
01 WSARFileStatus      PIC XX VALUE "00".
01 WSRegFileStatus     PIC XX VALUE "00".
01 WSScoreFileStatus   PIC XX VALUE "00".
01 WSAttendFileStatus  PIC XX VALUE "00".

01 WSSortEOF PIC X VALUE "N".
       88 SortEOF VALUE "Y".

01 WSScoreEOF PIC X VALUE "N".
       88 ScoreEOF VALUE "Y".

01 WSAttendEOF PIC X VALUE "N".
       88 AttendEOF VALUE "Y".

01 WSCatEOF PIC X VALUE "N".
       88 CatEOF VALUE "Y".

01 WSCommentEOF PIC X VALUE "N".
       88 CommentEOF VALUE "Y".

*> the run as keyed: the term, one grade or the whole school, and the
*> term's first and last school days for the attendance count
01 WSEntryTerm  PIC 9(5) VALUE 0.
01 WSEntryGrade PIC 99 VALUE 0.
01 WSTermStart  PIC 9(8) VALUE 0.
01 WSTermEnd    PIC 9(8) VALUE 0.

*> the students to card, one entry each, with their attendance for
*> the term
01 WSStudentCount PIC 9(4) VALUE 0.
01 WSStudentTable.
       02 WSStudentEntry OCCURS 2000 TIMES.
           03 WSSTIDNum   PIC 9(5).
           03 WSSTGrade   PIC 99.
           03 WSSTPresent PIC 9(3).
           03 WSSTAbsent  PIC 9(3).
           03 WSSTTardy   PIC 9(3).
           03 WSSTScores  PIC 99.

01 WSStudentIndex PIC 9(4) VALUE 0.
01 WSStudentFound PIC 9(4) VALUE 0.
01 WSFindIDNum    PIC 9(5) VALUE 0.

*> the term's grades for the students being carded
01 WSScoreCount PIC 9(5) VALUE 0.
01 WSScoreTable.
       02 WSScoreEntry OCCURS 10000 TIMES.
           03 WSSCIDNum  PIC 9(5).
           03 WSSCScore  PIC X.
           03 WSSCPoints PIC 9V9.
           03 WSSCCourse PIC X(6).

01 WSScoreIndex PIC 9(5) VALUE 0.

*> the term's teacher comments
01 WSCommentCount PIC 9(4) VALUE 0.
01 WSCommentTable.
       02 WSCommentEntry OCCURS 3000 TIMES.
           03 WSCMIDNum   PIC 9(5).
           03 WSCMCourse  PIC X(6).
           03 WSCMComment PIC X(60).

01 WSCommentIndex PIC 9(4) VALUE 0.

*> the fee invoices on the ledger for the students being carded
01 WSLedgerEOF PIC X VALUE "N".
       88 LedgerEOF VALUE "Y".

01 WSLedgerCount PIC 9(5) VALUE 0.
01 WSLedgerTable.
       02 WSLedgerEntry OCCURS 10000 TIMES.
           03 WSLGIDNum  PIC 9(5).
           03 WSLGInvNum PIC 9(6).

01 WSLedgerIndex PIC 9(5) VALUE 0.

01 WSFeeBalance     PIC 9(7)V99 VALUE 0.
01 WSEditFeeBalance PIC $$,$$$,$$9.99.

*> the course catalog held in storage for the print
01 WSCourseCount PIC 9(3) VALUE 0.
01 WSCourseTable.
       02 WSCourseEntry OCCURS 200 TIMES.
           03 WSCTCourseCode PIC X(6).
           03 WSCTTitle      PIC X(25).
           03 WSCTCredits    PIC 9V9.

01 WSCourseIndex  PIC 9(3) VALUE 0.
01 WSCourseFound  PIC 9(3) VALUE 0.
01 WSCourseTitle  PIC X(25) VALUE SPACES.
01 WSScoreCredits PIC 9V9 VALUE 0.

*> the card being printed
01 WSStudentName PIC X(25) VALUE SPACES.
01 WSGuardian    PIC X(25) VALUE SPACES.
01 WSTermQuality PIC 9(5)V99 VALUE 0.
01 WSTermCredits PIC 9(4)V9 VALUE 0.
01 WSGPA         PIC 9V99 VALUE 0.

01 WSCardCount    PIC 9(4) VALUE 0.
01 WSNoGradeCount PIC 9(4) VALUE 0.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
DISPLAY "Enter term (YYYYT): " WITH NO ADVANCING
ACCEPT WSEntryTerm
DISPLAY "Enter grade (0 for the whole school): " WITH NO ADVANCING
ACCEPT WSEntryGrade
DISPLAY "Enter the term's first school day (YYYYMMDD): "
    WITH NO ADVANCING
ACCEPT WSTermStart
DISPLAY "Enter the term's last school day (YYYYMMDD): "
    WITH NO ADVANCING
ACCEPT WSTermEnd
EVALUATE TRUE
    WHEN WSEntryTerm = 0
       DISPLAY "Term must not be zero - report cards not run"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    WHEN WSEntryGrade > 12
       DISPLAY "Grade must be 1 to 12, or 0 - report cards not run"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    WHEN WSTermStart = 0 OR WSTermEnd < WSTermStart
       DISPLAY "Term dates are not valid - report cards not run"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    WHEN OTHER
       CONTINUE
END-EVALUATE

SORT SortFile ON ASCENDING KEY SRIDNum SRDate SRSeq
    USING EnrollRegFile
    OUTPUT PROCEDURE IS LoadStudents
PERFORM LoadCourseCatalog
PERFORM LoadTermScores
PERFORM LoadTermComments
PERFORM CountAttendance
PERFORM LoadFeeLedger

MOVE "O" TO RPTOperation
MOVE "ReportCards.txt" TO RPTFileName
MOVE "repcard" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Term Report Card" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl
OPEN INPUT StudentMasterFile
OPEN INPUT ARInvoiceFile
PERFORM VARYING WSStudentIndex FROM 1 BY 1
    UNTIL WSStudentIndex > WSStudentCount
       IF WSSTScores(WSStudentIndex) > 0 THEN
              PERFORM PrintReportCard
       END-IF
END-PERFORM
PERFORM PrintNoGradeList
CLOSE ARInvoiceFile
CLOSE StudentMasterFile

MOVE SPACES TO RPTLine
STRING "Report cards printed: " WSCardCount
    "  students with no grades: " WSNoGradeCount
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Report cards printed     : " WSCardCount
DISPLAY "Students with no grades  : " WSNoGradeCount
DISPLAY "Report cards written to ReportCards.txt"

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> takes the register back by student, keeping one entry per student
*> in the grade of their latest admission, for the grade being run
LoadStudents.
       MOVE "N" TO WSSortEOF
       MOVE 0 TO WSStudentCount
       PERFORM ReturnSortRecord
       PERFORM UNTIL SortEOF
              IF WSStudentCount > 0
                  AND SRIDNum = WSSTIDNum(WSStudentCount) THEN
                     MOVE SRGrade TO WSSTGrade(WSStudentCount)
              ELSE
                     IF WSStudentCount < 2000 THEN
                            ADD 1 TO WSStudentCount
                            MOVE SRIDNum TO WSSTIDNum(WSStudentCount)
                            MOVE SRGrade TO WSSTGrade(WSStudentCount)
                            MOVE 0 TO WSSTPresent(WSStudentCount)
                            MOVE 0 TO WSSTAbsent(WSStudentCount)
                            MOVE 0 TO WSSTTardy(WSStudentCount)
                            MOVE 0 TO WSSTScores(WSStudentCount)
                     END-IF
              END-IF
              PERFORM ReturnSortRecord
       END-PERFORM
       IF WSEntryGrade > 0 THEN
              PERFORM KeepGradeStudents
       END-IF.

*> returns the next record off the sort
ReturnSortRecord.
       RETURN SortFile
           AT END MOVE "Y" TO WSSortEOF
       END-RETURN.

*> narrows the student table to the grade being run
KeepGradeStudents.
       MOVE 0 TO WSStudentFound
       PERFORM VARYING WSStudentIndex FROM 1 BY 1
           UNTIL WSStudentIndex > WSStudentCount
              IF WSSTGrade(WSStudentIndex) = WSEntryGrade THEN
                     ADD 1 TO WSStudentFound
                     MOVE WSStudentEntry(WSStudentIndex)
                         TO WSStudentEntry(WSStudentFound)
              END-IF
       END-PERFORM
       MOVE WSStudentFound TO WSStudentCount.

*> the student's slot on the table, zero when not being carded
FindStudent.
       MOVE 0 TO WSStudentFound
       PERFORM VARYING WSStudentIndex FROM 1 BY 1
           UNTIL WSStudentIndex > WSStudentCount
              OR WSStudentFound > 0
              IF WSSTIDNum(WSStudentIndex) = WSFindIDNum THEN
                     MOVE WSStudentIndex TO WSStudentFound
              END-IF
       END-PERFORM.

*> reads the course catalog into storage for the print
LoadCourseCatalog.
       MOVE "N" TO WSCatEOF
       MOVE 0 TO WSCourseCount
       OPEN INPUT CourseCatFile
       PERFORM ReadCourseCat
       PERFORM UNTIL CatEOF
              IF WSCourseCount < 200 THEN
                     ADD 1 TO WSCourseCount
                     MOVE CCCourseCode
                         TO WSCTCourseCode(WSCourseCount)
                     MOVE CCTitle TO WSCTTitle(WSCourseCount)
                     MOVE CCCredits TO WSCTCredits(WSCourseCount)
              END-IF
              PERFORM ReadCourseCat
       END-PERFORM
       CLOSE CourseCatFile.

*> reads the next catalog line
ReadCourseCat.
       READ CourseCatFile
           AT END MOVE "Y" TO WSCatEOF
       END-READ.

*> the term's grades for the students being carded
LoadTermScores.
       MOVE "N" TO WSScoreEOF
       MOVE 0 TO WSScoreCount
       OPEN INPUT ScoreHistFile
       PERFORM ReadScoreHist
       PERFORM UNTIL ScoreEOF
              IF SHTerm = WSEntryTerm THEN
                     MOVE SHStudentID TO WSFindIDNum
                     PERFORM FindStudent
                     IF WSStudentFound > 0 AND WSScoreCount < 10000 THEN
                            ADD 1 TO WSScoreCount
                            MOVE SHStudentID TO WSSCIDNum(WSScoreCount)
                            MOVE SHScore TO WSSCScore(WSScoreCount)
                            MOVE SHPoints TO WSSCPoints(WSScoreCount)
                            MOVE SHCourse TO WSSCCourse(WSScoreCount)
                            ADD 1 TO WSSTScores(WSStudentFound)
                     END-IF
              END-IF
              PERFORM ReadScoreHist
       END-PERFORM
       CLOSE ScoreHistFile.

*> reads the next score line
ReadScoreHist.
       READ ScoreHistFile
           AT END MOVE "Y" TO WSScoreEOF
       END-READ.

*> the term's teacher comments
LoadTermComments.
       MOVE "N" TO WSCommentEOF
       MOVE 0 TO WSCommentCount
       OPEN INPUT ReportCommentFile
       PERFORM ReadComment
       PERFORM UNTIL CommentEOF
              IF RCTerm = WSEntryTerm AND WSCommentCount < 3000 THEN
                     ADD 1 TO WSCommentCount
                     MOVE RCStudentID TO WSCMIDNum(WSCommentCount)
                     MOVE RCCourse TO WSCMCourse(WSCommentCount)
                     MOVE RCComment TO WSCMComment(WSCommentCount)
              END-IF
              PERFORM ReadComment
       END-PERFORM
       CLOSE ReportCommentFile.

*> reads the next comment line
ReadComment.
       READ ReportCommentFile
           AT END MOVE "Y" TO WSCommentEOF
       END-READ.

*> one pass over the attendance history, counting each carded
*> student's present, absent and tardy days within the term
CountAttendance.
       MOVE "N" TO WSAttendEOF
       OPEN INPUT AttendHistFile
       PERFORM ReadAttendHist
       PERFORM UNTIL AttendEOF
              IF ATDate >= WSTermStart AND ATDate <= WSTermEnd THEN
                     MOVE ATIDNum TO WSFindIDNum
                     PERFORM FindStudent
                     IF WSStudentFound > 0 THEN
                            PERFORM CountOneMark
                     END-IF
              END-IF
              PERFORM ReadAttendHist
       END-PERFORM
       CLOSE AttendHistFile.

*> reads the next attendance line
ReadAttendHist.
       READ AttendHistFile
           AT END MOVE "Y" TO WSAttendEOF
       END-READ.

*> adds one day's mark to the student's count
CountOneMark.
       EVALUATE ATStatus
           WHEN "P" ADD 1 TO WSSTPresent(WSStudentFound)
           WHEN "A" ADD 1 TO WSSTAbsent(WSStudentFound)
           WHEN "T" ADD 1 TO WSSTTardy(WSStudentFound)
           WHEN OTHER CONTINUE
       END-EVALUATE.

*> the fee invoices on the ledger for the students being carded
LoadFeeLedger.
       MOVE "N" TO WSLedgerEOF
       MOVE 0 TO WSLedgerCount
       OPEN INPUT FeeBilledFile
       PERFORM ReadLedgerRecord
       PERFORM UNTIL LedgerEOF
              MOVE FBStudentID TO WSFindIDNum
              PERFORM FindStudent
              IF WSStudentFound > 0 AND WSLedgerCount < 10000 THEN
                     ADD 1 TO WSLedgerCount
                     MOVE FBStudentID TO WSLGIDNum(WSLedgerCount)
                     MOVE FBInvNum TO WSLGInvNum(WSLedgerCount)
              END-IF
              PERFORM ReadLedgerRecord
       END-PERFORM
       CLOSE FeeBilledFile.

*> reads the next ledger line
ReadLedgerRecord.
       READ FeeBilledFile
           AT END MOVE "Y" TO WSLedgerEOF
       END-READ.

*> fetches the student's name and guardian off the master
LookupStudent.
       MOVE WSSTIDNum(WSStudentIndex) TO SMIDNum
       MOVE "(not on master)" TO WSStudentName
       MOVE SPACES TO WSGuardian
       READ StudentMasterFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE SMName TO WSStudentName
              MOVE SMGuardian TO WSGuardian
       END-READ.

*> one student's card on a page of its own: addressed to the
*> guardian, each course with its letter grade and comment, the term
*> GPA and the days present, absent and tardy
PrintReportCard.
       IF WSCardCount > 0 THEN
              MOVE "P" TO RPTOperation
              CALL WSReportProgram USING ReportControl
       END-IF
       ADD 1 TO WSCardCount
       PERFORM LookupStudent
       MOVE SPACES TO RPTLine
       STRING "To the parent or guardian of " WSStudentName
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       IF WSGuardian = SPACES THEN
              STRING "  (no guardian on the student master)"
                  DELIMITED BY SIZE INTO RPTLine
       ELSE
              STRING "  " WSGuardian DELIMITED BY SIZE INTO RPTLine
       END-IF
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING "Student " WSSTIDNum(WSStudentIndex) "  "
           WSStudentName "  Grade " WSSTGrade(WSStudentIndex)
           "  Term " WSEntryTerm
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine
       MOVE 0 TO WSTermQuality
       MOVE 0 TO WSTermCredits
       PERFORM VARYING WSScoreIndex FROM 1 BY 1
           UNTIL WSScoreIndex > WSScoreCount
              IF WSSCIDNum(WSScoreIndex) = WSSTIDNum(WSStudentIndex)
              THEN
                     PERFORM PrintCourseGrade
              END-IF
       END-PERFORM
       IF WSTermCredits > 0 THEN
              COMPUTE WSGPA ROUNDED = WSTermQuality / WSTermCredits
       ELSE
              MOVE 0 TO WSGPA
       END-IF
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING "Term GPA over " WSTermCredits " credit hours: " WSGPA
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING "Days present " WSSTPresent(WSStudentIndex)
           "  absent " WSSTAbsent(WSStudentIndex)
           "  tardy " WSSTTardy(WSStudentIndex)
           "  (" WSTermStart " to " WSTermEnd ")"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       PERFORM TotalFeeBalance
       MOVE WSFeeBalance TO WSEditFeeBalance
       MOVE SPACES TO RPTLine
       STRING "School fee balance: " WSEditFeeBalance
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine.

*> totals the open balance of the student's fee invoices
TotalFeeBalance.
       MOVE 0 TO WSFeeBalance
       PERFORM VARYING WSLedgerIndex FROM 1 BY 1
           UNTIL WSLedgerIndex > WSLedgerCount
              IF WSLGIDNum(WSLedgerIndex) = WSSTIDNum(WSStudentIndex)
              THEN
                     MOVE WSLGInvNum(WSLedgerIndex) TO ARInvNum
                     READ ARInvoiceFile
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            ADD AROpenBal TO WSFeeBalance
                     END-READ
              END-IF
       END-PERFORM.

*> one course on the card with its grade, and the teacher's comment
*> under it when one was keyed
PrintCourseGrade.
       PERFORM LookupCourse
       COMPUTE WSTermQuality = WSTermQuality
           + WSSCPoints(WSScoreIndex) * WSScoreCredits
       ADD WSScoreCredits TO WSTermCredits
       MOVE SPACES TO RPTLine
       STRING "  " WSSCCourse(WSScoreIndex) " " WSCourseTitle
           "  Grade " WSSCScore(WSScoreIndex)
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       PERFORM VARYING WSCommentIndex FROM 1 BY 1
           UNTIL WSCommentIndex > WSCommentCount
              IF WSCMIDNum(WSCommentIndex) = WSSCIDNum(WSScoreIndex)
                  AND WSCMCourse(WSCommentIndex)
                      = WSSCCourse(WSScoreIndex) THEN
                     MOVE SPACES TO RPTLine
                     STRING "      " WSCMComment(WSCommentIndex)
                         DELIMITED BY SIZE INTO RPTLine
                     PERFORM WriteReportLine
              END-IF
       END-PERFORM.

*> finds the score's course on the catalog for its title and credit
*> hours; a course the catalog doesn't know weights at 1.0
LookupCourse.
       MOVE "(course not on catalog)" TO WSCourseTitle
       MOVE 1.0 TO WSScoreCredits
       MOVE 0 TO WSCourseFound
       PERFORM VARYING WSCourseIndex FROM 1 BY 1
           UNTIL WSCourseIndex > WSCourseCount
              IF WSCTCourseCode(WSCourseIndex)
                  = WSSCCourse(WSScoreIndex) THEN
                     MOVE WSCourseIndex TO WSCourseFound
              END-IF
       END-PERFORM
       IF WSCourseFound > 0 THEN
              MOVE WSCTTitle(WSCourseFound) TO WSCourseTitle
              MOVE WSCTCredits(WSCourseFound) TO WSScoreCredits
       END-IF.

*> the students on the register with no grade recorded for the term,
*> listed on a page of their own instead of getting a blank card
PrintNoGradeList.
       IF WSCardCount > 0 THEN
              MOVE "P" TO RPTOperation
              CALL WSReportProgram USING ReportControl
       END-IF
       MOVE SPACES TO RPTLine
       STRING "Students with no grades recorded for term " WSEntryTerm
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       PERFORM VARYING WSStudentIndex FROM 1 BY 1
           UNTIL WSStudentIndex > WSStudentCount
              IF WSSTScores(WSStudentIndex) = 0 THEN
                     ADD 1 TO WSNoGradeCount
                     PERFORM LookupStudent
                     MOVE SPACES TO RPTLine
                     STRING "  Student " WSSTIDNum(WSStudentIndex) "  "
                         WSStudentName "  Grade "
                         WSSTGrade(WSStudentIndex)
                         DELIMITED BY SIZE INTO RPTLine
                     PERFORM WriteReportLine
              END-IF
       END-PERFORM
       IF WSNoGradeCount = 0 THEN
              MOVE SPACES TO RPTLine
              STRING "  (none)" DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
       END-IF.

*> cobc -x repcard.cbl           to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./repcard                     to run the program
