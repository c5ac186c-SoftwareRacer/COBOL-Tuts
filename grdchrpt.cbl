>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. grdchrpt.
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

       SELECT OPTIONAL StudentMasterFile ASSIGN TO "StudentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SMIDNum
           FILE STATUS IS WSStudentFileStatus.

DATA DIVISION.
FILE SECTION.
*> every grade change asked for and how it was decided
FD  GradeChangeFile.
COPY GRDCHG.

*> the student master, joined so the registrar reads names
FD  StudentMasterFile.
COPY STUREC.

WORKING-STORAGE SECTION.
01 WSStudentFileStatus PIC XX VALUE "00".

01 WSChangeEOF PIC X VALUE "N".
       88 ChangeEOF VALUE "Y".

*> the run as keyed: the term and the day it closed
01 WSEntryTerm PIC 9(5) VALUE 0.
01 WSCloseDate PIC 9(8) VALUE 0.

01 WSStudentName PIC X(25) VALUE SPACES.

01 WSChangeCount PIC 9(4) VALUE 0.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
DISPLAY "Enter term (YYYYT): " WITH NO ADVANCING
ACCEPT WSEntryTerm
DISPLAY "Enter the date the term closed (YYYYMMDD): "
    WITH NO ADVANCING
ACCEPT WSCloseDate
IF WSEntryTerm = 0 OR WSCloseDate = 0 THEN
       DISPLAY "Term and close date are required - report not run"
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF

MOVE "O" TO RPTOperation
MOVE "GradeChanges.txt" TO RPTFileName
MOVE "grdchrpt" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Grade Changes After Term Close" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl
MOVE SPACES TO RPTLine
STRING "Term " WSEntryTerm "  closed " WSCloseDate
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine
MOVE SPACES TO RPTLine
PERFORM WriteReportLine

OPEN INPUT StudentMasterFile
MOVE "N" TO WSChangeEOF
OPEN INPUT GradeChangeFile
PERFORM ReadChangeRecord
PERFORM UNTIL ChangeEOF
       IF GKApproved AND GKTerm = WSEntryTerm
           AND GKDecideDate > WSCloseDate THEN
              PERFORM PrintGradeChange
       END-IF
       PERFORM ReadChangeRecord
END-PERFORM
CLOSE GradeChangeFile
CLOSE StudentMasterFile
IF WSChangeCount = 0 THEN
       MOVE SPACES TO RPTLine
       STRING "No grades changed after the term closed"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
END-IF

MOVE SPACES TO RPTLine
STRING "Grades changed after close: " WSChangeCount
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Grades changed after close : " WSChangeCount
DISPLAY "Report written to GradeChanges.txt"

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> reads the next change line
ReadChangeRecord.
       READ GradeChangeFile
           AT END MOVE "Y" TO WSChangeEOF
       END-READ.

*> one approved change: the student, the course and the old and new
*> letter, the reason, and who asked and who approved on which dates
PrintGradeChange.
       ADD 1 TO WSChangeCount
       MOVE "(not on master)" TO WSStudentName
       MOVE GKStudentID TO SMIDNum
       READ StudentMasterFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE SMName TO WSStudentName
       END-READ
       MOVE SPACES TO RPTLine
       STRING "Student " GKStudentID " " WSStudentName
           " " GKCourse "  " GKOldScore " -> " GKNewScore
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING "    " GKReason DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING "    requested " GKRequestDate " by " GKRequestor
           "  approved " GKDecideDate " by " GKApprover
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine.

*> cobc -x grdchrpt.cbl          to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./grdchrpt                    to run the program
