>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. atrisk.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
       CLASS PassingScore IS "A" THRU "C", "D".

INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

       SELECT OPTIONAL RiskParmFile ASSIGN TO "RiskParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL InterventionFile ASSIGN TO "Intervention.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL StudentMasterFile ASSIGN TO "StudentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SMIDNum
           FILE STATUS IS WSStudentFileStatus.

DATA DIVISION.
FILE SECTION.
*> every letter grade ever entered, by student and term
FD  ScoreHistFile.
COPY SCRHIST.

*> the daily attendance marks, counted over the term's dates
FD  AttendHistFile.
COPY ATTHIST.

*> the course catalog, for the credit-hour weighting of the GPA
FD  CourseCatFile.
COPY CRSCAT.

*> the maintained GPA floor and absence-rate limit
FD  RiskParmFile.
COPY RISKPRM.

*> the counselor's interventions, for the follow-ups gone overdue
FD  InterventionFile.
COPY INTERVEN.

*> the student master, joined so the counselor gets names
FD  StudentMasterFile.
COPY STUREC.

WORKING-STORAGE SECTION.
01 WSStudentFileStatus PIC XX VALUE "00".
01 WSScoreFileStatus   PIC XX VALUE "00".
01 WSAttendFileStatus  PIC XX VALUE "00".

01 WSScoreEOF PIC X VALUE "N".
       88 ScoreEOF VALUE "Y".

01 WSAttendEOF PIC X VALUE "N".
       88 AttendEOF VALUE "Y".

01 WSCatEOF PIC X VALUE "N".
       88 CatEOF VALUE "Y".

01 WSInterventionEOF PIC X VALUE "N".
       88 InterventionEOF VALUE "Y".

01 WSRunDate PIC 9(8) VALUE 0.

*> the run as keyed: the term, and its first and last school days
*> for the absence rate
01 WSEntryTerm PIC 9(5) VALUE 0.
01 WSTermStart PIC 9(8) VALUE 0.
01 WSTermEnd   PIC 9(8) VALUE 0.

*> the limits in force - the shop defaults of a 2.00 GPA floor and a
*> 10 percent absence rate when none are on file
01 WSGPAFloor     PIC 9V99 VALUE 2.00.
01 WSAbsenceLimit PIC 99V9 VALUE 10.0.

*> one slot per student with a grade or a mark in the term
01 WSStudentCount PIC 9(4) VALUE 0.
01 WSStudentTable.
       02 WSStudentEntry OCCURS 2000 TIMES.
           03 WSSTIDNum    PIC 9(5).
           03 WSSTGrade    PIC 99.
           03 WSSTQuality  PIC 9(4)V99.
           03 WSSTCredits  PIC 9(3)V9.
           03 WSSTFailing  PIC 99.
           03 WSSTDays     PIC 9(3).
           03 WSSTAbsent   PIC 9(3).

01 WSStudentIndex PIC 9(4) VALUE 0.
01 WSStudentFound PIC 9(4) VALUE 0.
01 WSFindIDNum    PIC 9(5) VALUE 0.

*> the course catalog held in storage for the credit hours
01 WSCourseCount PIC 9(3) VALUE 0.
01 WSCourseTable.
       02 WSCourseEntry OCCURS 200 TIMES.
           03 WSCTCourseCode PIC X(6).
           03 WSCTCredits    PIC 9V9.

01 WSCourseIndex  PIC 9(3) VALUE 0.
01 WSScoreCredits PIC 9V9 VALUE 0.

*> the open interventions on file
01 WSInterventionCount PIC 9(4) VALUE 0.
01 WSInterventionTable.
       02 WSInterventionEntry OCCURS 3000 TIMES.
           03 WSIVStudentID PIC 9(5).
           03 WSIVAction    PIC X(40).
           03 WSIVFollowUp  PIC 9(8).
           03 WSIVCounselor PIC X(20).

01 WSInterventionIndex PIC 9(4) VALUE 0.

*> the student being printed and the criteria they hit
01 WSStudentName PIC X(25) VALUE SPACES.
01 WSGPA         PIC 9V99 VALUE 0.
01 WSAbsenceRate PIC 999V9 VALUE 0.
01 WSCriteria    PIC X(40) VALUE SPACES.
01 WSCriteriaPtr PIC 99 VALUE 1.

01 WSLowGPA PIC X VALUE "N".
       88 LowGPA VALUE "Y".
01 WSFailing PIC X VALUE "N".
       88 Failing VALUE "Y".
01 WSHighAbsence PIC X VALUE "N".
       88 HighAbsence VALUE "Y".

01 WSEditRate  PIC ZZ9.9.
01 WSEditLimit PIC Z9.9.

01 WSAtRiskCount PIC 9(4) VALUE 0.
01 WSOverdueCount PIC 9(4) VALUE 0.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
DISPLAY "Enter term (YYYYT): " WITH NO ADVANCING
ACCEPT WSEntryTerm
DISPLAY "Enter the term's first school day (YYYYMMDD): "
    WITH NO ADVANCING
ACCEPT WSTermStart
DISPLAY "Enter the term's last school day (YYYYMMDD): "
    WITH NO ADVANCING
ACCEPT WSTermEnd
EVALUATE TRUE
    WHEN WSEntryTerm = 0
       DISPLAY "Term must not be zero - at-risk report not run"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    WHEN WSTermStart = 0 OR WSTermEnd < WSTermStart
       DISPLAY "Term dates are not valid - at-risk report not run"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    WHEN OTHER
       CONTINUE
END-EVALUATE

PERFORM LoadRiskLimits
PERFORM LoadCourseCatalog
PERFORM ScanTermScores
PERFORM ScanTermAttendance
PERFORM LoadOpenInterventions

MOVE "O" TO RPTOperation
MOVE "AtRiskReport.txt" TO RPTFileName
MOVE "atrisk" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "At-Risk Students" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl
MOVE WSAbsenceLimit TO WSEditLimit
MOVE SPACES TO RPTLine
STRING "Term " WSEntryTerm "  " WSTermStart " to " WSTermEnd
    "  GPA floor " WSGPAFloor "  absence limit " WSEditLimit "%"
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine
MOVE SPACES TO RPTLine
PERFORM WriteReportLine

OPEN INPUT StudentMasterFile
PERFORM VARYING WSStudentIndex FROM 1 BY 1
    UNTIL WSStudentIndex > WSStudentCount
       PERFORM CheckStudentAtRisk
       IF LowGPA OR Failing OR HighAbsence THEN
              PERFORM PrintAtRiskStudent
       END-IF
END-PERFORM
IF WSAtRiskCount = 0 THEN
       MOVE SPACES TO RPTLine
       STRING "No students at risk this term"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
END-IF
PERFORM PrintOverdueFollowUps
CLOSE StudentMasterFile

MOVE SPACES TO RPTLine
STRING "Students at risk: " WSAtRiskCount
    "  overdue follow-ups: " WSOverdueCount
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Students at risk           : " WSAtRiskCount
DISPLAY "Overdue follow-ups         : " WSOverdueCount
DISPLAY "At-risk report written to AtRiskReport.txt"

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> picks up the maintained limits; no record keeps the defaults
LoadRiskLimits.
       OPEN INPUT RiskParmFile
       READ RiskParmFile
           AT END CONTINUE
           NOT AT END
              MOVE RKGPAFloor TO WSGPAFloor
              MOVE RKAbsenceLimit TO WSAbsenceLimit
       END-READ
       CLOSE RiskParmFile.

*> reads the course catalog into storage for the credit hours
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

*> the student's slot on the table, taking a new one the first time
*> the student turns up; zero only when the table is full
FindOrAddStudent.
       MOVE 0 TO WSStudentFound
       PERFORM VARYING WSStudentIndex FROM 1 BY 1
           UNTIL WSStudentIndex > WSStudentCount
              OR WSStudentFound > 0
              IF WSSTIDNum(WSStudentIndex) = WSFindIDNum THEN
                     MOVE WSStudentIndex TO WSStudentFound
              END-IF
       END-PERFORM
       IF WSStudentFound = 0 AND WSStudentCount < 2000 THEN
              ADD 1 TO WSStudentCount
              MOVE WSStudentCount TO WSStudentFound
              MOVE WSFindIDNum TO WSSTIDNum(WSStudentFound)
              MOVE 0 TO WSSTGrade(WSStudentFound)
              MOVE 0 TO WSSTQuality(WSStudentFound)
              MOVE 0 TO WSSTCredits(WSStudentFound)
              MOVE 0 TO WSSTFailing(WSStudentFound)
              MOVE 0 TO WSSTDays(WSStudentFound)
              MOVE 0 TO WSSTAbsent(WSStudentFound)
       END-IF.

*> one pass over the grade history, rolling the term's grades into
*> each student's credit-weighted quality points and failing count
ScanTermScores.
       MOVE "N" TO WSScoreEOF
       OPEN INPUT ScoreHistFile
       PERFORM ReadScoreHist
       PERFORM UNTIL ScoreEOF
              IF SHTerm = WSEntryTerm THEN
                     MOVE SHStudentID TO WSFindIDNum
                     PERFORM FindOrAddStudent
                     IF WSStudentFound > 0 THEN
                            PERFORM TallyOneScore
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

*> adds one grade to the student's totals; a course the catalog
*> doesn't know weights at 1.0
TallyOneScore.
       MOVE 1.0 TO WSScoreCredits
       PERFORM VARYING WSCourseIndex FROM 1 BY 1
           UNTIL WSCourseIndex > WSCourseCount
              IF WSCTCourseCode(WSCourseIndex) = SHCourse THEN
                     MOVE WSCTCredits(WSCourseIndex) TO WSScoreCredits
              END-IF
       END-PERFORM
       COMPUTE WSSTQuality(WSStudentFound) =
           WSSTQuality(WSStudentFound) + SHPoints * WSScoreCredits
       ADD WSScoreCredits TO WSSTCredits(WSStudentFound)
       IF SHScore IS NOT PassingScore THEN
              ADD 1 TO WSSTFailing(WSStudentFound)
       END-IF.

*> one pass over the attendance history, counting each student's
*> marked days and absences within the term
ScanTermAttendance.
       MOVE "N" TO WSAttendEOF
       OPEN INPUT AttendHistFile
       PERFORM ReadAttendHist
       PERFORM UNTIL AttendEOF
              IF ATDate >= WSTermStart AND ATDate <= WSTermEnd THEN
                     MOVE ATIDNum TO WSFindIDNum
                     PERFORM FindOrAddStudent
                     IF WSStudentFound > 0 THEN
                            MOVE ATGrade TO WSSTGrade(WSStudentFound)
                            ADD 1 TO WSSTDays(WSStudentFound)
                            IF ATStatus = "A" THEN
                                   ADD 1 TO WSSTAbsent(WSStudentFound)
                            END-IF
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

*> the interventions still open, whatever term they were taken in
LoadOpenInterventions.
       MOVE "N" TO WSInterventionEOF
       MOVE 0 TO WSInterventionCount
       OPEN INPUT InterventionFile
       PERFORM ReadIntervention
       PERFORM UNTIL InterventionEOF
              IF IVOpen AND WSInterventionCount < 3000 THEN
                     ADD 1 TO WSInterventionCount
                     MOVE IVStudentID
                         TO WSIVStudentID(WSInterventionCount)
                     MOVE IVAction TO WSIVAction(WSInterventionCount)
                     MOVE IVFollowUp TO WSIVFollowUp(WSInterventionCount)
                     MOVE IVCounselor
                         TO WSIVCounselor(WSInterventionCount)
              END-IF
              PERFORM ReadIntervention
       END-PERFORM
       CLOSE InterventionFile.

*> reads the next intervention line
ReadIntervention.
       READ InterventionFile
           AT END MOVE "Y" TO WSInterventionEOF
       END-READ.

*> works out the student's term GPA and absence rate and which of
*> the three criteria they hit
CheckStudentAtRisk.
       MOVE "N" TO WSLowGPA
       MOVE "N" TO WSFailing
       MOVE "N" TO WSHighAbsence
       MOVE 0 TO WSGPA
       MOVE 0 TO WSAbsenceRate
       IF WSSTCredits(WSStudentIndex) > 0 THEN
              COMPUTE WSGPA ROUNDED = WSSTQuality(WSStudentIndex)
                  / WSSTCredits(WSStudentIndex)
              IF WSGPA < WSGPAFloor THEN
                     MOVE "Y" TO WSLowGPA
              END-IF
       END-IF
       IF WSSTFailing(WSStudentIndex) > 0 THEN
              MOVE "Y" TO WSFailing
       END-IF
       IF WSSTDays(WSStudentIndex) > 0 THEN
              COMPUTE WSAbsenceRate ROUNDED =
                  WSSTAbsent(WSStudentIndex) * 100
                  / WSSTDays(WSStudentIndex)
              IF WSAbsenceRate > WSAbsenceLimit THEN
                     MOVE "Y" TO WSHighAbsence
              END-IF
       END-IF.

*> one at-risk student: name and grade, the GPA, failing grades and
*> absence rate, the criteria hit, and any open intervention
PrintAtRiskStudent.
       ADD 1 TO WSAtRiskCount
       MOVE WSSTIDNum(WSStudentIndex) TO WSFindIDNum
       PERFORM LookupStudentName
       MOVE SPACES TO RPTLine
       STRING "Student " WSSTIDNum(WSStudentIndex) " " WSStudentName
           " Grade " WSSTGrade(WSStudentIndex)
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE WSAbsenceRate TO WSEditRate
       MOVE SPACES TO RPTLine
       STRING "    GPA " WSGPA "  failing grades "
           WSSTFailing(WSStudentIndex)
           "  absent " WSSTAbsent(WSStudentIndex)
           " of " WSSTDays(WSStudentIndex) " days " WSEditRate "%"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO WSCriteria
       MOVE 1 TO WSCriteriaPtr
       IF LowGPA THEN
              STRING "GPA-BELOW-FLOOR " DELIMITED BY SIZE
                  INTO WSCriteria WITH POINTER WSCriteriaPtr
       END-IF
       IF Failing THEN
              STRING "FAILING-GRADE " DELIMITED BY SIZE
                  INTO WSCriteria WITH POINTER WSCriteriaPtr
       END-IF
       IF HighAbsence THEN
              STRING "ABSENCE-RATE" DELIMITED BY SIZE
                  INTO WSCriteria WITH POINTER WSCriteriaPtr
       END-IF
       MOVE SPACES TO RPTLine
       STRING "    Criteria: " WSCriteria
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       PERFORM VARYING WSInterventionIndex FROM 1 BY 1
           UNTIL WSInterventionIndex > WSInterventionCount
              IF WSIVStudentID(WSInterventionIndex)
                  = WSSTIDNum(WSStudentIndex) THEN
                     MOVE SPACES TO RPTLine
                     STRING "    Open: " WSIVAction(WSInterventionIndex)
                         " follow up "
                         WSIVFollowUp(WSInterventionIndex)
                         DELIMITED BY SIZE INTO RPTLine
                     PERFORM WriteReportLine
              END-IF
       END-PERFORM.

*> fetches the student's name off the master
LookupStudentName.
       MOVE "(not on master)" TO WSStudentName
       MOVE WSFindIDNum TO SMIDNum
       READ StudentMasterFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE SMName TO WSStudentName
       END-READ.

*> the open interventions whose follow-up date has passed, on a page
*> of their own
PrintOverdueFollowUps.
       MOVE "P" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       MOVE SPACES TO RPTLine
       STRING "Open interventions past their follow-up date"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       PERFORM VARYING WSInterventionIndex FROM 1 BY 1
           UNTIL WSInterventionIndex > WSInterventionCount
              IF WSIVFollowUp(WSInterventionIndex) < WSRunDate THEN
                     PERFORM PrintOverdueLine
              END-IF
       END-PERFORM
       IF WSOverdueCount = 0 THEN
              MOVE SPACES TO RPTLine
              STRING "  (none)" DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
       END-IF.

*> one overdue follow-up with the student's name and the counselor
PrintOverdueLine.
       ADD 1 TO WSOverdueCount
       MOVE WSIVStudentID(WSInterventionIndex) TO WSFindIDNum
       PERFORM LookupStudentName
       MOVE SPACES TO RPTLine
       STRING "  Student " WSIVStudentID(WSInterventionIndex) " "
           WSStudentName " due " WSIVFollowUp(WSInterventionIndex)
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING "      " WSIVAction(WSInterventionIndex) " "
           WSIVCounselor(WSInterventionIndex)
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine.

*> cobc -x atrisk.cbl            to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./atrisk                      to run the program
