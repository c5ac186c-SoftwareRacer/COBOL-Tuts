>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. sectrpt.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ClassSectionFile ASSIGN TO "ClassSection.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL SectionEnrollFile ASSIGN TO "SectionEnroll.dat"
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

       SELECT SortFile ASSIGN TO "SectSort.tmp".

DATA DIVISION.
FILE SECTION.
*> the class sections sectmaint keeps
FD  ClassSectionFile.
COPY CLSSECT.

*> the placements sectenrl makes
FD  SectionEnrollFile.
COPY SECTENR.

*> the catalog, for the course titles
FD  CourseCatFile.
COPY CRSCAT.

*> the student master, so the schools read names instead of numbers
FD  StudentMasterFile.
COPY STUREC.

*> one line per placement in the term with the period its section
*> meets, sorted by student for the schedules and by section for the
*> class lists
SD  SortFile.
01 SortRecord.
       02 SRStudentID PIC 9(5).
       02 SRPeriod    PIC 99.
       02 SRCourse    PIC X(6).
       02 SRSection   PIC 99.
       02 SRSectIndex PIC 9(3).

WORKING-STORAGE SECTION.
01 WSStudentFileStatus PIC XX VALUE "00".

01 WSSectionEOF PIC X VALUE "N".
       88 SectionEOF VALUE "Y".

01 WSEnrollEOF PIC X VALUE "N".
       88 EnrollEOF VALUE "Y".

01 WSCatEOF PIC X VALUE "N".
       88 CatEOF VALUE "Y".

01 WSSortEOF PIC X VALUE "N".
       88 SortEOF VALUE "Y".

01 WSEntryTerm PIC 9(5) VALUE 0.

*> the term's sections, with the students placed in each as counted
*> off the class lists
01 WSSectionCount PIC 9(3) VALUE 0.
01 WSSectionTable.
       02 WSSectionEntry OCCURS 500 TIMES.
           03 WSSTCourse    PIC X(6).
           03 WSSTSection   PIC 99.
           03 WSSTTeacher   PIC X(20).
           03 WSSTRoom      PIC X(5).
           03 WSSTPeriod    PIC 99.
           03 WSSTSeatLimit PIC 9(3).
           03 WSSTPlaced    PIC 9(3).

01 WSSectionIndex PIC 9(3) VALUE 0.
01 WSSectionFound PIC 9(3) VALUE 0.

*> the catalog titles
01 WSCourseCount PIC 9(3) VALUE 0.
01 WSCourseTable.
       02 WSCourseEntry OCCURS 200 TIMES.
           03 WSCTCourseCode PIC X(6).
           03 WSCTTitle      PIC X(25).

01 WSCourseIndex PIC 9(3) VALUE 0.
01 WSCourseTitle PIC X(25) VALUE SPACES.

*> the section a class-list heading is printed for
01 WSHeadCourse  PIC X(6) VALUE SPACES.
01 WSHeadSection PIC 99 VALUE 0.
01 WSHeadIndex   PIC 9(3) VALUE 0.

01 WSStudentName PIC X(25) VALUE SPACES.

*> control breaks for the two reports
01 WSCurrentStudent PIC 9(5) VALUE 0.
01 WSCurrentSection PIC 9(3) VALUE 0.
01 WSHaveGroup PIC X VALUE "N".
       88 HaveGroup VALUE "Y".

01 WSGroupCount   PIC 9(3) VALUE 0.
01 WSStudentCount PIC 9(5) VALUE 0.
01 WSPlaceCount   PIC 9(5) VALUE 0.
01 WSListCount    PIC 9(3) VALUE 0.
01 WSEmptyCount   PIC 9(3) VALUE 0.
01 WSNoSectCount  PIC 9(5) VALUE 0.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
DISPLAY "Enter term to print (YYYYT): " WITH NO ADVANCING
ACCEPT WSEntryTerm
PERFORM LoadSectionTable
PERFORM LoadCourseTable
OPEN INPUT StudentMasterFile

MOVE "O" TO RPTOperation
MOVE "StudentSchedules.txt" TO RPTFileName
MOVE "sectrpt" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Student Schedules" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl
MOVE SPACES TO RPTLine
STRING "Term " WSEntryTerm DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine
SORT SortFile ON ASCENDING KEY SRStudentID SRPeriod SRCourse
    INPUT PROCEDURE IS ReleasePlacements
    OUTPUT PROCEDURE IS PrintSchedules
MOVE SPACES TO RPTLine
STRING "Students scheduled: " WSStudentCount
    "  placements: " WSPlaceCount
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

MOVE "O" TO RPTOperation
MOVE "ClassLists.txt" TO RPTFileName
MOVE "sectrpt" TO RPTProgram
MOVE "Class Lists" TO RPTTitle
CALL WSReportProgram USING ReportControl
MOVE SPACES TO RPTLine
STRING "Term " WSEntryTerm DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine
MOVE 0 TO WSPlaceCount
MOVE 0 TO WSNoSectCount
SORT SortFile ON ASCENDING KEY SRCourse SRSection SRStudentID
    INPUT PROCEDURE IS ReleasePlacements
    OUTPUT PROCEDURE IS PrintClassLists
PERFORM PrintEmptySections
MOVE SPACES TO RPTLine
STRING "Sections: " WSListCount "  with no students: " WSEmptyCount
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

CLOSE StudentMasterFile
DISPLAY "Students scheduled : " WSStudentCount
DISPLAY "Sections listed    : " WSListCount
IF WSNoSectCount > 0 THEN
       DISPLAY "Placements in sections no longer on file: "
           WSNoSectCount
END-IF
DISPLAY "Reports written to StudentSchedules.txt and ClassLists.txt"

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> reads the term's sections into storage
LoadSectionTable.
       MOVE "N" TO WSSectionEOF
       MOVE 0 TO WSSectionCount
       OPEN INPUT ClassSectionFile
       PERFORM ReadSectionRecord
       PERFORM UNTIL SectionEOF
              IF CSTerm = WSEntryTerm AND WSSectionCount < 500 THEN
                     ADD 1 TO WSSectionCount
                     MOVE CSCourse TO WSSTCourse(WSSectionCount)
                     MOVE CSSection TO WSSTSection(WSSectionCount)
                     MOVE CSTeacher TO WSSTTeacher(WSSectionCount)
                     MOVE CSRoom TO WSSTRoom(WSSectionCount)
                     MOVE CSPeriod TO WSSTPeriod(WSSectionCount)
                     MOVE CSSeatLimit TO WSSTSeatLimit(WSSectionCount)
                     MOVE 0 TO WSSTPlaced(WSSectionCount)
              END-IF
              PERFORM ReadSectionRecord
       END-PERFORM
       CLOSE ClassSectionFile.

*> reads the next section line
ReadSectionRecord.
       READ ClassSectionFile
           AT END MOVE "Y" TO WSSectionEOF
       END-READ.

*> reads the catalog titles into storage
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

*> one pass over the placements, releasing the term's with the period
*> and table slot of the section each is in
ReleasePlacements.
       MOVE "N" TO WSEnrollEOF
       OPEN INPUT SectionEnrollFile
       PERFORM ReadEnrollRecord
       PERFORM UNTIL EnrollEOF
              IF SETerm = WSEntryTerm THEN
                     PERFORM FindPlacementSection
                     MOVE SEStudentID TO SRStudentID
                     MOVE SECourse TO SRCourse
                     MOVE SESection TO SRSection
                     MOVE WSSectionFound TO SRSectIndex
                     IF WSSectionFound = 0 THEN
                            MOVE 0 TO SRPeriod
                     ELSE
                            MOVE WSSTPeriod(WSSectionFound) TO SRPeriod
                     END-IF
                     RELEASE SortRecord
              END-IF
              PERFORM ReadEnrollRecord
       END-PERFORM
       CLOSE SectionEnrollFile.

*> reads the next placement
ReadEnrollRecord.
       READ SectionEnrollFile
           AT END MOVE "Y" TO WSEnrollEOF
       END-READ.

*> the term's section a placement is in, zero when it is gone
FindPlacementSection.
       MOVE 0 TO WSSectionFound
       PERFORM VARYING WSSectionIndex FROM 1 BY 1
           UNTIL WSSectionIndex > WSSectionCount
              IF WSSTCourse(WSSectionIndex) = SECourse
                  AND WSSTSection(WSSectionIndex) = SESection THEN
                     MOVE WSSectionIndex TO WSSectionFound
              END-IF
       END-PERFORM.

*> returns the next record off the sort
ReturnSortRecord.
       RETURN SortFile
           AT END MOVE "Y" TO WSSortEOF
       END-RETURN.

*> fetches the student's name off the master, "(not on master)"
*> when the ID has no record
LookupStudentName.
       MOVE "(not on master)" TO WSStudentName
       MOVE SRStudentID TO SMIDNum
       READ StudentMasterFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE SMName TO WSStudentName
       END-READ.

*> the catalog title of the course being printed
LookupCourseTitle.
       MOVE "(course not on catalog)" TO WSCourseTitle
       PERFORM VARYING WSCourseIndex FROM 1 BY 1
           UNTIL WSCourseIndex > WSCourseCount
              IF WSCTCourseCode(WSCourseIndex) = WSHeadCourse THEN
                     MOVE WSCTTitle(WSCourseIndex) TO WSCourseTitle
              END-IF
       END-PERFORM.

*> takes the placements back by student and period, printing each
*> student's name with their sections under it
PrintSchedules.
       MOVE "N" TO WSSortEOF
       MOVE "N" TO WSHaveGroup
       PERFORM ReturnSortRecord
       PERFORM UNTIL SortEOF
              IF NOT HaveGroup OR SRStudentID NOT = WSCurrentStudent
              THEN
                     PERFORM StartSchedule
              END-IF
              PERFORM PrintScheduleLine
              PERFORM ReturnSortRecord
       END-PERFORM.

*> the heading for the next student's schedule
StartSchedule.
       MOVE SRStudentID TO WSCurrentStudent
       MOVE "Y" TO WSHaveGroup
       ADD 1 TO WSStudentCount
       PERFORM LookupStudentName
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING "Student " SRStudentID "  " WSStudentName
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine.

*> one section on the student's schedule, with where and when it meets
PrintScheduleLine.
       ADD 1 TO WSPlaceCount
       MOVE SRCourse TO WSHeadCourse
       PERFORM LookupCourseTitle
       MOVE SPACES TO RPTLine
       IF SRSectIndex = 0 THEN
              STRING "  Period ??  " SRCourse "-" SRSection "  "
                  WSCourseTitle "  (section not on file)"
                  DELIMITED BY SIZE INTO RPTLine
       ELSE
              STRING "  Period " SRPeriod "  " SRCourse "-" SRSection
                  "  " WSCourseTitle "  " WSSTTeacher(SRSectIndex)
                  " " WSSTRoom(SRSectIndex)
                  DELIMITED BY SIZE INTO RPTLine
       END-IF
       PERFORM WriteReportLine.

*> takes the placements back by section and student, printing each
*> section's heading with its students under it
PrintClassLists.
       MOVE "N" TO WSSortEOF
       MOVE "N" TO WSHaveGroup
       PERFORM ReturnSortRecord
       PERFORM UNTIL SortEOF
              IF SRSectIndex = 0 THEN
                     ADD 1 TO WSNoSectCount
              ELSE
                     IF HaveGroup AND SRSectIndex NOT = WSCurrentSection
                     THEN
                            PERFORM PrintClassTotal
                     END-IF
                     IF NOT HaveGroup
                         OR SRSectIndex NOT = WSCurrentSection THEN
                            PERFORM StartClassList
                     END-IF
                     PERFORM LookupStudentName
                     ADD 1 TO WSGroupCount
                     ADD 1 TO WSSTPlaced(SRSectIndex)
                     MOVE SPACES TO RPTLine
                     STRING "  " SRStudentID "  " WSStudentName
                         DELIMITED BY SIZE INTO RPTLine
                     PERFORM WriteReportLine
              END-IF
              PERFORM ReturnSortRecord
       END-PERFORM
       IF HaveGroup THEN
              PERFORM PrintClassTotal
       END-IF.

*> the heading for the next section's class list
StartClassList.
       MOVE SRSectIndex TO WSCurrentSection
       MOVE "Y" TO WSHaveGroup
       MOVE 0 TO WSGroupCount
       ADD 1 TO WSListCount
       MOVE SRCourse TO WSHeadCourse
       MOVE SRSection TO WSHeadSection
       MOVE SRSectIndex TO WSHeadIndex
       PERFORM LookupCourseTitle
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine
       PERFORM PrintSectionHeading.

*> a section's course, teacher, room and period
PrintSectionHeading.
       MOVE SPACES TO RPTLine
       STRING WSHeadCourse "-" WSHeadSection "  " WSCourseTitle
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING "  Teacher " WSSTTeacher(WSHeadIndex) "  room "
           WSSTRoom(WSHeadIndex) "  period " WSSTPeriod(WSHeadIndex)
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine.

*> the head count against the seat limit for the section just listed
PrintClassTotal.
       MOVE SPACES TO RPTLine
       STRING "  Students: " WSGroupCount " of "
           WSSTSeatLimit(WSCurrentSection) " seats"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine.

*> the term's sections no student is placed in, so an empty class
*> still shows up with its teacher and room
PrintEmptySections.
       PERFORM VARYING WSSectionIndex FROM 1 BY 1
           UNTIL WSSectionIndex > WSSectionCount
              IF WSSTPlaced(WSSectionIndex) = 0 THEN
                     ADD 1 TO WSEmptyCount
                     ADD 1 TO WSListCount
                     MOVE WSSTCourse(WSSectionIndex) TO WSHeadCourse
                     MOVE WSSTSection(WSSectionIndex) TO WSHeadSection
                     MOVE WSSectionIndex TO WSHeadIndex
                     PERFORM LookupCourseTitle
                     MOVE SPACES TO RPTLine
                     PERFORM WriteReportLine
                     PERFORM PrintSectionHeading
                     MOVE SPACES TO RPTLine
                     STRING "  Students: 000 of "
                         WSSTSeatLimit(WSSectionIndex) " seats"
                         DELIMITED BY SIZE INTO RPTLine
                     PERFORM WriteReportLine
              END-IF
       END-PERFORM.

*> cobc -x sectrpt.cbl           to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./sectrpt                     to run the program
