>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. sectenrl.
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

       SELECT OPTIONAL EnrollWorkFile ASSIGN TO "SectionEnroll.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL StudentMasterFile ASSIGN TO "StudentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SMIDNum
           FILE STATUS IS WSStudentFileStatus.

DATA DIVISION.
FILE SECTION.
*> the class sections sectmaint keeps - a placement is only made into
*> a section on file for the term
FD  ClassSectionFile.
COPY CLSSECT.

*> the placements themselves, one line per student per section
FD  SectionEnrollFile.
COPY SECTENR.

*> work copy the placement file is rewritten through when a student
*> is dropped
FD  EnrollWorkFile.
01 EnrollWorkRecord PIC X(26).

*> the student master stumaint keeps - a placement for an ID with no
*> master record is refused
FD  StudentMasterFile.
COPY STUREC.

WORKING-STORAGE SECTION.
01 WSStudentFileStatus PIC XX VALUE "00".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuPlace    VALUE "1".
       88 MenuDrop     VALUE "2".
       88 MenuSchedule VALUE "3".
       88 MenuExit     VALUE "X", "x".

01 WSSectionEOF PIC X VALUE "N".
       88 SectionEOF VALUE "Y".

01 WSEnrollEOF PIC X VALUE "N".
       88 EnrollEOF VALUE "Y".

01 WSWorkEOF PIC X VALUE "N".
       88 WorkEOF VALUE "Y".

01 WSStudentOnFile PIC X VALUE "N".
       88 StudentOnFile VALUE "Y".

01 WSRunDate PIC 9(8) VALUE 0.

*> the term the tables below hold - the sections and placements of
*> the keyed term only, read fresh for each transaction, so past terms
*> on file never crowd out the one being worked; a term with more
*> than the tables hold cannot be checked and takes no placement
01 WSTableTerm    PIC 9(5) VALUE 0.
01 WSSectionLeft  PIC 9(5) VALUE 0.
01 WSPlaceLeft    PIC 9(5) VALUE 0.

*> the term's sections, for the seat limit and the period each meets
01 WSSectionCount PIC 9(3) VALUE 0.
01 WSSectionTable.
       02 WSSectionEntry OCCURS 500 TIMES.
           03 WSSTCourse    PIC X(6).
           03 WSSTSection   PIC 99.
           03 WSSTTerm      PIC 9(5).
           03 WSSTTeacher   PIC X(20).
           03 WSSTRoom      PIC X(5).
           03 WSSTPeriod    PIC 99.
           03 WSSTSeatLimit PIC 9(3).

01 WSSectionIndex PIC 9(3) VALUE 0.
01 WSSectionFound PIC 9(3) VALUE 0.

*> the term's placements, for the seats taken and the student's
*> schedule
01 WSPlaceCount PIC 9(4) VALUE 0.
01 WSPlaceTable.
       02 WSPlaceEntry OCCURS 3000 TIMES.
           03 WSPTStudentID PIC 9(5).
           03 WSPTTerm      PIC 9(5).
           03 WSPTCourse    PIC X(6).
           03 WSPTSection   PIC 99.
           03 WSPTDate      PIC 9(8).

01 WSPlaceIndex PIC 9(4) VALUE 0.
01 WSPlaceFound PIC 9(4) VALUE 0.

*> staging area a placement transaction is keyed into
01 WSEntryStudent PIC 9(5) VALUE 0.
01 WSEntryTerm    PIC 9(5) VALUE 0.
01 WSEntryCourse  PIC X(6) VALUE SPACES.
01 WSEntrySection PIC 99 VALUE 0.

01 WSEntryValid PIC X VALUE "Y".
       88 EntryValid VALUE "Y".

*> what the checks on a placement found
01 WSSeatsTaken    PIC 9(3) VALUE 0.
01 WSCourseTaken   PIC X VALUE "N".
       88 CourseTaken VALUE "Y".
01 WSConflictIndex PIC 9(3) VALUE 0.
01 WSOtherSection  PIC 9(4) VALUE 0.

01 WSScheduleCount PIC 99 VALUE 0.

*> placements the drop took off the file
01 WSDroppedCount PIC 9 VALUE 0.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuPlace    PERFORM PlaceStudent
           WHEN MenuDrop     PERFORM DropStudent
           WHEN MenuSchedule PERFORM ShowSchedule
           WHEN OTHER        DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM

STOP RUN.

*> shows the operator menu and accepts their next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Place a student in a section"
       DISPLAY "2. Drop a student from a section"
       DISPLAY "3. Show a student's schedule"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> reads the keyed term's sections and placements into storage
LoadTermTables.
       MOVE WSEntryTerm TO WSTableTerm
       PERFORM LoadSectionTable
       PERFORM LoadPlaceTable
       IF WSSectionLeft > 0 OR WSPlaceLeft > 0 THEN
              DISPLAY "Term " WSTableTerm " has more than 500 sections "
                  "or 3000 placements - only the first are shown"
       END-IF.

*> reads the term's sections into storage
LoadSectionTable.
       MOVE "N" TO WSSectionEOF
       MOVE 0 TO WSSectionCount
       MOVE 0 TO WSSectionLeft
       OPEN INPUT ClassSectionFile
       PERFORM ReadSectionRecord
       PERFORM UNTIL SectionEOF
              IF CSTerm = WSTableTerm AND WSSectionCount = 500 THEN
                     ADD 1 TO WSSectionLeft
              END-IF
              IF CSTerm = WSTableTerm AND WSSectionCount < 500 THEN
                     ADD 1 TO WSSectionCount
                     MOVE CSCourse TO WSSTCourse(WSSectionCount)
                     MOVE CSSection TO WSSTSection(WSSectionCount)
                     MOVE CSTerm TO WSSTTerm(WSSectionCount)
                     MOVE CSTeacher TO WSSTTeacher(WSSectionCount)
                     MOVE CSRoom TO WSSTRoom(WSSectionCount)
                     MOVE CSPeriod TO WSSTPeriod(WSSectionCount)
                     MOVE CSSeatLimit TO WSSTSeatLimit(WSSectionCount)
              END-IF
              PERFORM ReadSectionRecord
       END-PERFORM
       CLOSE ClassSectionFile.

*> reads the next section line
ReadSectionRecord.
       READ ClassSectionFile
           AT END MOVE "Y" TO WSSectionEOF
       END-READ.

*> reads the term's placements into storage
LoadPlaceTable.
       MOVE "N" TO WSEnrollEOF
       MOVE 0 TO WSPlaceCount
       MOVE 0 TO WSPlaceLeft
       OPEN INPUT SectionEnrollFile
       PERFORM ReadEnrollRecord
       PERFORM UNTIL EnrollEOF
              IF SETerm = WSTableTerm AND WSPlaceCount = 3000 THEN
                     ADD 1 TO WSPlaceLeft
              END-IF
              IF SETerm = WSTableTerm AND WSPlaceCount < 3000 THEN
                     ADD 1 TO WSPlaceCount
                     MOVE SEStudentID TO WSPTStudentID(WSPlaceCount)
                     MOVE SETerm TO WSPTTerm(WSPlaceCount)
                     MOVE SECourse TO WSPTCourse(WSPlaceCount)
                     MOVE SESection TO WSPTSection(WSPlaceCount)
                     MOVE SEDate TO WSPTDate(WSPlaceCount)
              END-IF
              PERFORM ReadEnrollRecord
       END-PERFORM
       CLOSE SectionEnrollFile.

*> reads the next placement
ReadEnrollRecord.
       READ SectionEnrollFile
           AT END MOVE "Y" TO WSEnrollEOF
       END-READ.

*> copies the placement file through the work copy, every term and
*> every line carried over but the keyed student's placement in the
*> keyed section, which is left off
RemovePlacement.
       MOVE 0 TO WSDroppedCount
       MOVE "N" TO WSEnrollEOF
       OPEN INPUT SectionEnrollFile
       OPEN OUTPUT EnrollWorkFile
       PERFORM ReadEnrollRecord
       PERFORM UNTIL EnrollEOF
              IF SEStudentID = WSEntryStudent AND SETerm = WSEntryTerm
                  AND SECourse = WSEntryCourse
                  AND SESection = WSEntrySection
                  AND WSDroppedCount = 0 THEN
                     ADD 1 TO WSDroppedCount
              ELSE
                     MOVE SectionEnrollRecord TO EnrollWorkRecord
                     WRITE EnrollWorkRecord
              END-IF
              PERFORM ReadEnrollRecord
       END-PERFORM
       CLOSE SectionEnrollFile
       CLOSE EnrollWorkFile
       IF WSDroppedCount > 0 THEN
              PERFORM CopyWorkBackToEnroll
       END-IF.

*> copies the work file back over the live placement file
CopyWorkBackToEnroll.
       MOVE "N" TO WSWorkEOF
       OPEN INPUT EnrollWorkFile
       OPEN OUTPUT SectionEnrollFile
       PERFORM ReadEnrollWork
       PERFORM UNTIL WorkEOF
              MOVE EnrollWorkRecord TO SectionEnrollRecord
              WRITE SectionEnrollRecord
              PERFORM ReadEnrollWork
       END-PERFORM
       CLOSE EnrollWorkFile
       CLOSE SectionEnrollFile.

*> reads the next line back off the placement work copy
ReadEnrollWork.
       READ EnrollWorkFile
           AT END MOVE "Y" TO WSWorkEOF
       END-READ.

*> prompts for the student, term, course and section a placement or
*> drop runs against, and finds the section on file
AcceptEntryKey.
       MOVE "Y" TO WSEntryValid
       DISPLAY "Enter student ID: " WITH NO ADVANCING
       ACCEPT WSEntryStudent
       DISPLAY "Enter term (YYYYT): " WITH NO ADVANCING
       ACCEPT WSEntryTerm
       DISPLAY "Enter course code: " WITH NO ADVANCING
       ACCEPT WSEntryCourse
       DISPLAY "Enter section number: " WITH NO ADVANCING
       ACCEPT WSEntrySection
       PERFORM LoadTermTables
       MOVE 0 TO WSSectionFound
       PERFORM VARYING WSSectionIndex FROM 1 BY 1
           UNTIL WSSectionIndex > WSSectionCount
              IF WSSTCourse(WSSectionIndex) = WSEntryCourse
                  AND WSSTSection(WSSectionIndex) = WSEntrySection
                  AND WSSTTerm(WSSectionIndex) = WSEntryTerm THEN
                     MOVE WSSectionIndex TO WSSectionFound
              END-IF
       END-PERFORM
       MOVE 0 TO WSPlaceFound
       PERFORM VARYING WSPlaceIndex FROM 1 BY 1
           UNTIL WSPlaceIndex > WSPlaceCount
              IF WSPTStudentID(WSPlaceIndex) = WSEntryStudent
                  AND WSPTTerm(WSPlaceIndex) = WSEntryTerm
                  AND WSPTCourse(WSPlaceIndex) = WSEntryCourse
                  AND WSPTSection(WSPlaceIndex) = WSEntrySection THEN
                     MOVE WSPlaceIndex TO WSPlaceFound
              END-IF
       END-PERFORM.

*> a placement only goes forward for a student ID the master knows
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

*> places a student in a section: the student must be on the master,
*> the section on file for the term with a seat open, the student not
*> already in another section of the course, and nothing else on the
*> student's schedule in the same period
PlaceStudent.
       PERFORM AcceptEntryKey
       PERFORM CheckStudentOnMaster
       IF WSSectionFound NOT = 0 THEN
              PERFORM CheckPlacement
       END-IF
       EVALUATE TRUE
           WHEN NOT StudentOnFile
              DISPLAY "Student " WSEntryStudent
                  " is not on the student master - placement refused"
           WHEN WSSectionLeft > 0 OR WSPlaceLeft > 0
              DISPLAY "Term " WSEntryTerm " cannot be checked in full"
                  " - placement refused"
           WHEN WSSectionFound = 0
              DISPLAY "Section " WSEntryCourse "-" WSEntrySection
                  " is not offered in term " WSEntryTerm
                  " - placement refused"
           WHEN WSPlaceFound NOT = 0
              DISPLAY "Student is already in this section"
           WHEN CourseTaken
              DISPLAY "Student is already in section "
                  WSPTSection(WSOtherSection) " of " WSEntryCourse
                  " this term - drop it first"
           WHEN WSSeatsTaken >= WSSTSeatLimit(WSSectionFound)
              DISPLAY "Section is full (" WSSeatsTaken " of "
                  WSSTSeatLimit(WSSectionFound)
                  " seats) - placement refused"
           WHEN WSConflictIndex NOT = 0
              DISPLAY "Period " WSSTPeriod(WSSectionFound)
                  " conflicts with " WSSTCourse(WSConflictIndex) "-"
                  WSSTSection(WSConflictIndex) " on the student's "
                  "schedule - placement refused"
           WHEN WSPlaceCount >= 3000
              DISPLAY "Term already has 3000 placements, placement not "
                  "recorded"
           WHEN OTHER
              PERFORM WritePlacement
       END-EVALUATE.

*> counts the section's seats taken, and looks through the student's
*> other placements in the term for the same course or the same period
CheckPlacement.
       MOVE 0 TO WSSeatsTaken
       MOVE "N" TO WSCourseTaken
       MOVE 0 TO WSConflictIndex
       MOVE 0 TO WSOtherSection
       PERFORM VARYING WSPlaceIndex FROM 1 BY 1
           UNTIL WSPlaceIndex > WSPlaceCount
              IF WSPTTerm(WSPlaceIndex) = WSEntryTerm
                  AND WSPTCourse(WSPlaceIndex) = WSEntryCourse
                  AND WSPTSection(WSPlaceIndex) = WSEntrySection THEN
                     ADD 1 TO WSSeatsTaken
              END-IF
              IF WSPTStudentID(WSPlaceIndex) = WSEntryStudent
                  AND WSPTTerm(WSPlaceIndex) = WSEntryTerm
                  AND WSPlaceIndex NOT = WSPlaceFound THEN
                     PERFORM CheckOtherPlacement
              END-IF
       END-PERFORM.

*> one other placement of the student's in the term - the same course,
*> or a section meeting in the same period
CheckOtherPlacement.
       IF WSPTCourse(WSPlaceIndex) = WSEntryCourse THEN
              MOVE "Y" TO WSCourseTaken
              MOVE WSPlaceIndex TO WSOtherSection
       END-IF
       PERFORM VARYING WSSectionIndex FROM 1 BY 1
           UNTIL WSSectionIndex > WSSectionCount
              IF WSSTCourse(WSSectionIndex) = WSPTCourse(WSPlaceIndex)
                  AND WSSTSection(WSSectionIndex)
                      = WSPTSection(WSPlaceIndex)
                  AND WSSTTerm(WSSectionIndex) = WSEntryTerm
                  AND WSSTPeriod(WSSectionIndex)
                      = WSSTPeriod(WSSectionFound) THEN
                     MOVE WSSectionIndex TO WSConflictIndex
              END-IF
       END-PERFORM.

*> appends the placement to the file and to the table in storage
WritePlacement.
       ADD 1 TO WSPlaceCount
       MOVE WSEntryStudent TO WSPTStudentID(WSPlaceCount)
       MOVE WSEntryTerm TO WSPTTerm(WSPlaceCount)
       MOVE WSEntryCourse TO WSPTCourse(WSPlaceCount)
       MOVE WSEntrySection TO WSPTSection(WSPlaceCount)
       MOVE WSRunDate TO WSPTDate(WSPlaceCount)
       OPEN EXTEND SectionEnrollFile
       MOVE WSEntryStudent TO SEStudentID
       MOVE WSEntryTerm TO SETerm
       MOVE WSEntryCourse TO SECourse
       MOVE WSEntrySection TO SESection
       MOVE WSRunDate TO SEDate
       WRITE SectionEnrollRecord
       CLOSE SectionEnrollFile
       DISPLAY "Student " WSEntryStudent " placed in " WSEntryCourse
           "-" WSEntrySection " period " WSSTPeriod(WSSectionFound)
           " room " WSSTRoom(WSSectionFound).

*> takes a student out of a section, freeing the seat - the placement
*> is looked for on the file itself, so a term too big for the table
*> can still have students dropped
DropStudent.
       PERFORM AcceptEntryKey
       PERFORM RemovePlacement
       IF WSDroppedCount = 0 THEN
              DISPLAY "Student is not placed in that section, "
                  "drop skipped"
       ELSE
              DISPLAY "Student " WSEntryStudent " dropped from "
                  WSEntryCourse "-" WSEntrySection
       END-IF.

*> shows one student's sections for a term on the screen - the printed
*> schedules come from sectrpt
ShowSchedule.
       DISPLAY "Enter student ID: " WITH NO ADVANCING
       ACCEPT WSEntryStudent
       DISPLAY "Enter term (YYYYT): " WITH NO ADVANCING
       ACCEPT WSEntryTerm
       PERFORM LoadTermTables
       MOVE 0 TO WSScheduleCount
       PERFORM VARYING WSPlaceIndex FROM 1 BY 1
           UNTIL WSPlaceIndex > WSPlaceCount
              IF WSPTStudentID(WSPlaceIndex) = WSEntryStudent
                  AND WSPTTerm(WSPlaceIndex) = WSEntryTerm THEN
                     PERFORM ShowScheduleLine
              END-IF
       END-PERFORM
       IF WSScheduleCount = 0 THEN
              DISPLAY "No sections for student " WSEntryStudent
                  " in term " WSEntryTerm
       END-IF.

*> one section on the student's schedule, with where and when it meets
ShowScheduleLine.
       ADD 1 TO WSScheduleCount
       MOVE 0 TO WSSectionFound
       PERFORM VARYING WSSectionIndex FROM 1 BY 1
           UNTIL WSSectionIndex > WSSectionCount
              IF WSSTCourse(WSSectionIndex) = WSPTCourse(WSPlaceIndex)
                  AND WSSTSection(WSSectionIndex)
                      = WSPTSection(WSPlaceIndex)
                  AND WSSTTerm(WSSectionIndex) = WSEntryTerm THEN
                     MOVE WSSectionIndex TO WSSectionFound
              END-IF
       END-PERFORM
       IF WSSectionFound = 0 THEN
              DISPLAY WSPTCourse(WSPlaceIndex) "-"
                  WSPTSection(WSPlaceIndex) "  (section not on file)"
       ELSE
              DISPLAY "Period " WSSTPeriod(WSSectionFound) "  "
                  WSPTCourse(WSPlaceIndex) "-" WSPTSection(WSPlaceIndex)
                  "  " WSSTTeacher(WSSectionFound) "  room "
                  WSSTRoom(WSSectionFound)
       END-IF.

*> cobc -x sectenrl.cbl          to load the program
*> ./sectenrl                    to run the program
