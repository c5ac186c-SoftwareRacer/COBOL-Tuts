>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. sectmaint.
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

       SELECT OPTIONAL SectionWorkFile ASSIGN TO "ClassSection.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL CourseCatFile ASSIGN TO "CourseCat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL SectionEnrollFile ASSIGN TO "SectionEnroll.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the class sections - who teaches a course, when and where, and how
*> many seats it has, term by term
FD  ClassSectionFile.
COPY CLSSECT.

*> work copy the section file is rewritten through on a change or a
*> delete - every other section, of every term, carried over as is
FD  SectionWorkFile.
01 SectionWorkRecord PIC X(43).

*> the course catalog a section must be offered from
FD  CourseCatFile.
COPY CRSCAT.

*> the placements, counted so a section with students in it is not
*> deleted, moved to another period or cut below its head count
FD  SectionEnrollFile.
COPY SECTENR.

WORKING-STORAGE SECTION.
01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuAdd    VALUE "1".
       88 MenuChange VALUE "2".
       88 MenuDelete VALUE "3".
       88 MenuList   VALUE "4".
       88 MenuExit   VALUE "X", "x".

01 WSSectionEOF PIC X VALUE "N".
       88 SectionEOF VALUE "Y".

01 WSCatEOF PIC X VALUE "N".
       88 CatEOF VALUE "Y".

01 WSEnrollEOF PIC X VALUE "N".
       88 EnrollEOF VALUE "Y".

01 WSWorkEOF PIC X VALUE "N".
       88 WorkEOF VALUE "Y".

*> the sections of the keyed term, read fresh for each transaction so
*> past terms on file never crowd out the one being worked - a term
*> with more sections than the table holds cannot have its rooms
*> checked and takes no add or change
01 WSTableTerm    PIC 9(5) VALUE 0.
01 WSSectionLeft  PIC 9(5) VALUE 0.
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
01 WSFoundIndex   PIC 9(3) VALUE 0.

*> the catalog, so a section is only offered for a course on it
01 WSCourseCount PIC 9(3) VALUE 0.
01 WSCourseTable.
       02 WSCourseEntry OCCURS 200 TIMES.
           03 WSCTCourseCode PIC X(6).
           03 WSCTTitle      PIC X(25).

01 WSCourseIndex PIC 9(3) VALUE 0.
01 WSCourseFound PIC 9(3) VALUE 0.

*> staging area a section transaction is keyed into
01 WSEntryCourse    PIC X(6) VALUE SPACES.
01 WSEntrySection   PIC 99 VALUE 0.
01 WSEntryTerm      PIC 9(5) VALUE 0.
01 WSEntryTeacher   PIC X(20) VALUE SPACES.
01 WSEntryRoom      PIC X(5) VALUE SPACES.
01 WSEntryPeriod    PIC 99 VALUE 0.
01 WSEntrySeatLimit PIC 9(3) VALUE 0.

01 WSEntryValid PIC X VALUE "Y".
       88 EntryValid VALUE "Y".

*> students placed in the section being worked on
01 WSPlacedCount PIC 9(3) VALUE 0.

01 WSListTerm PIC 9(5) VALUE 0.
01 WSListCount PIC 9(3) VALUE 0.

*> what the rewrite does to the keyed section's line
01 WSRewriteAction PIC X VALUE SPACE.
       88 RewriteChange VALUE "C".
       88 RewriteDelete VALUE "D".

PROCEDURE DIVISION.
PERFORM LoadCourseTable
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuAdd    PERFORM AddSection
           WHEN MenuChange PERFORM ChangeSection
           WHEN MenuDelete PERFORM DeleteSection
           WHEN MenuList   PERFORM ListSections
           WHEN OTHER      DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM

STOP RUN.

*> shows the operator menu and accepts their next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Add a section"
       DISPLAY "2. Change a section"
       DISPLAY "3. Delete a section"
       DISPLAY "4. List the sections for a term"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> reads the keyed term's sections into storage
LoadSectionTable.
       MOVE WSEntryTerm TO WSTableTerm
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

*> copies the section file through the work copy with the keyed
*> section's line changed to the keyed details or left off, as the
*> rewrite action says, then copies it back
RewriteSectionFile.
       MOVE "N" TO WSSectionEOF
       OPEN INPUT ClassSectionFile
       OPEN OUTPUT SectionWorkFile
       PERFORM ReadSectionRecord
       PERFORM UNTIL SectionEOF
              IF CSCourse = WSEntryCourse AND CSSection = WSEntrySection
                  AND CSTerm = WSEntryTerm THEN
                     PERFORM RewriteKeyedSection
              ELSE
                     MOVE ClassSectionRecord TO SectionWorkRecord
                     WRITE SectionWorkRecord
              END-IF
              PERFORM ReadSectionRecord
       END-PERFORM
       CLOSE ClassSectionFile
       CLOSE SectionWorkFile
       PERFORM CopyWorkBackToSection.

*> the keyed section's line - a change carries the new details, a
*> delete writes nothing
RewriteKeyedSection.
       IF RewriteChange THEN
              MOVE WSEntryTeacher TO CSTeacher
              MOVE WSEntryRoom TO CSRoom
              MOVE WSEntryPeriod TO CSPeriod
              MOVE WSEntrySeatLimit TO CSSeatLimit
              MOVE ClassSectionRecord TO SectionWorkRecord
              WRITE SectionWorkRecord
       END-IF.

*> copies the work file back over the live section file
CopyWorkBackToSection.
       MOVE "N" TO WSWorkEOF
       OPEN INPUT SectionWorkFile
       OPEN OUTPUT ClassSectionFile
       PERFORM ReadSectionWork
       PERFORM UNTIL WorkEOF
              MOVE SectionWorkRecord TO ClassSectionRecord
              WRITE ClassSectionRecord
              PERFORM ReadSectionWork
       END-PERFORM
       CLOSE SectionWorkFile
       CLOSE ClassSectionFile.

*> reads the next line back off the section work copy
ReadSectionWork.
       READ SectionWorkFile
           AT END MOVE "Y" TO WSWorkEOF
       END-READ.

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

*> prompts for the course, section number and term a transaction runs
*> against and finds the section's slot if it is already on file
AcceptEntryKey.
       MOVE "Y" TO WSEntryValid
       DISPLAY "Enter course code: " WITH NO ADVANCING
       ACCEPT WSEntryCourse
       DISPLAY "Enter section number: " WITH NO ADVANCING
       ACCEPT WSEntrySection
       DISPLAY "Enter term (YYYYT): " WITH NO ADVANCING
       ACCEPT WSEntryTerm
       EVALUATE TRUE
           WHEN WSEntryCourse = SPACES
              DISPLAY "Course code must not be blank"
              MOVE "N" TO WSEntryValid
           WHEN WSEntrySection = 0
              DISPLAY "Section number must not be zero"
              MOVE "N" TO WSEntryValid
           WHEN WSEntryTerm = 0
              DISPLAY "Term must not be zero"
              MOVE "N" TO WSEntryValid
           WHEN OTHER
              CONTINUE
       END-EVALUATE
       PERFORM LoadSectionTable
       MOVE 0 TO WSFoundIndex
       PERFORM VARYING WSSectionIndex FROM 1 BY 1
           UNTIL WSSectionIndex > WSSectionCount
              IF WSSTCourse(WSSectionIndex) = WSEntryCourse
                  AND WSSTSection(WSSectionIndex) = WSEntrySection
                  AND WSSTTerm(WSSectionIndex) = WSEntryTerm THEN
                     MOVE WSSectionIndex TO WSFoundIndex
              END-IF
       END-PERFORM.

*> prompts for the section's teacher, room, period and seat limit
AcceptEntryDetails.
       DISPLAY "Enter teacher: " WITH NO ADVANCING
       ACCEPT WSEntryTeacher
       DISPLAY "Enter room: " WITH NO ADVANCING
       ACCEPT WSEntryRoom
       DISPLAY "Enter period of the day (1-12): " WITH NO ADVANCING
       ACCEPT WSEntryPeriod
       DISPLAY "Enter seat limit: " WITH NO ADVANCING
       ACCEPT WSEntrySeatLimit
       EVALUATE TRUE
           WHEN WSEntryTeacher = SPACES
              DISPLAY "Teacher must not be blank"
              MOVE "N" TO WSEntryValid
           WHEN WSEntryRoom = SPACES
              DISPLAY "Room must not be blank"
              MOVE "N" TO WSEntryValid
           WHEN WSEntryPeriod = 0 OR WSEntryPeriod > 12
              DISPLAY "Period must be 1 to 12"
              MOVE "N" TO WSEntryValid
           WHEN WSEntrySeatLimit = 0
              DISPLAY "Seat limit must not be zero"
              MOVE "N" TO WSEntryValid
           WHEN OTHER
              PERFORM CheckRoomFree
       END-EVALUATE.

*> a room holds one section a period - another section of the term
*> already in the room at that period refuses the entry
CheckRoomFree.
       PERFORM VARYING WSSectionIndex FROM 1 BY 1
           UNTIL WSSectionIndex > WSSectionCount
              IF WSSectionIndex NOT = WSFoundIndex
                  AND WSSTTerm(WSSectionIndex) = WSEntryTerm
                  AND WSSTRoom(WSSectionIndex) = WSEntryRoom
                  AND WSSTPeriod(WSSectionIndex) = WSEntryPeriod THEN
                     DISPLAY "Room " WSEntryRoom " is taken in period "
                         WSEntryPeriod " by " WSSTCourse(WSSectionIndex)
                         " section " WSSTSection(WSSectionIndex)
                     MOVE "N" TO WSEntryValid
              END-IF
       END-PERFORM.

*> counts the students placed in the section being worked on
CountPlacedStudents.
       MOVE 0 TO WSPlacedCount
       MOVE "N" TO WSEnrollEOF
       OPEN INPUT SectionEnrollFile
       PERFORM ReadEnrollRecord
       PERFORM UNTIL EnrollEOF
              IF SECourse = WSEntryCourse AND SESection = WSEntrySection
                  AND SETerm = WSEntryTerm THEN
                     ADD 1 TO WSPlacedCount
              END-IF
              PERFORM ReadEnrollRecord
       END-PERFORM
       CLOSE SectionEnrollFile.

*> reads the next placement
ReadEnrollRecord.
       READ SectionEnrollFile
           AT END MOVE "Y" TO WSEnrollEOF
       END-READ.

*> adds one section of a catalog course
AddSection.
       PERFORM AcceptEntryKey
       IF EntryValid THEN
              MOVE 0 TO WSCourseFound
              PERFORM VARYING WSCourseIndex FROM 1 BY 1
                  UNTIL WSCourseIndex > WSCourseCount
                     IF WSCTCourseCode(WSCourseIndex) = WSEntryCourse
                     THEN
                            MOVE WSCourseIndex TO WSCourseFound
                     END-IF
              END-PERFORM
              EVALUATE TRUE
                  WHEN WSFoundIndex NOT = 0
                     DISPLAY "Section already on file, add skipped"
                  WHEN WSCourseFound = 0
                     DISPLAY "Course " WSEntryCourse
                         " is not on the catalog, add skipped"
                  WHEN OTHER
                     DISPLAY "Course: " WSCTTitle(WSCourseFound)
                     PERFORM AcceptEntryDetails
                     IF EntryValid THEN
                            PERFORM AddCheckedSection
                     END-IF
              END-EVALUATE
       END-IF.

*> the add itself, once the key and details cleared - appended to the
*> section file
AddCheckedSection.
       IF WSSectionCount >= 500 THEN
              DISPLAY "Term already has 500 sections, add not recorded"
       ELSE
              OPEN EXTEND ClassSectionFile
              MOVE WSEntryCourse TO CSCourse
              MOVE WSEntrySection TO CSSection
              MOVE WSEntryTerm TO CSTerm
              MOVE WSEntryTeacher TO CSTeacher
              MOVE WSEntryRoom TO CSRoom
              MOVE WSEntryPeriod TO CSPeriod
              MOVE WSEntrySeatLimit TO CSSeatLimit
              WRITE ClassSectionRecord
              CLOSE ClassSectionFile
              DISPLAY "Section added"
       END-IF.

*> changes a section's teacher, room, period and seat limit - once
*> students are placed it keeps its period, so no schedule is left
*> with two classes at once, and its limit stays at or above the
*> students already in it
ChangeSection.
       PERFORM AcceptEntryKey
       IF EntryValid THEN
              IF WSFoundIndex = 0 THEN
                     DISPLAY "Section not on file, change skipped"
              ELSE
                     DISPLAY "On file: " WSSTTeacher(WSFoundIndex)
                         "  room " WSSTRoom(WSFoundIndex)
                         "  period " WSSTPeriod(WSFoundIndex)
                         "  seats " WSSTSeatLimit(WSFoundIndex)
                     PERFORM CountPlacedStudents
                     DISPLAY "Students placed: " WSPlacedCount
                     PERFORM AcceptEntryDetails
                     EVALUATE TRUE
                         WHEN NOT EntryValid
                            CONTINUE
                         WHEN WSSectionLeft > 0
                            DISPLAY "Term has more than 500 sections - "
                                "rooms cannot be checked, change skipped"
                         WHEN WSPlacedCount > 0
                             AND WSEntryPeriod
                                 NOT = WSSTPeriod(WSFoundIndex)
                            DISPLAY "Students are placed - the period "
                                "cannot change, change skipped"
                         WHEN WSEntrySeatLimit < WSPlacedCount
                            DISPLAY "Seat limit is below the students "
                                "placed, change skipped"
                         WHEN OTHER
                            PERFORM ApplySectionChange
                     END-EVALUATE
              END-IF
       END-IF.

*> the change itself, once the details cleared
ApplySectionChange.
       MOVE "C" TO WSRewriteAction
       PERFORM RewriteSectionFile
       DISPLAY "Section changed".

*> removes one section - refused while students are placed in it; they
*> are dropped through sectenrl first
DeleteSection.
       PERFORM AcceptEntryKey
       IF EntryValid THEN
              IF WSFoundIndex = 0 THEN
                     DISPLAY "Section not on file, delete skipped"
              ELSE
                     PERFORM CountPlacedStudents
                     IF WSPlacedCount > 0 THEN
                            DISPLAY WSPlacedCount " students are placed "
                                "in the section, delete skipped"
                     ELSE
                            PERFORM RemoveSection
                     END-IF
              END-IF
       END-IF.

*> takes the deleted section's line off the section file
RemoveSection.
       MOVE "D" TO WSRewriteAction
       PERFORM RewriteSectionFile
       DISPLAY "Section deleted".

*> lists every section offered in one term, straight off the file
ListSections.
       DISPLAY "Enter term to list (YYYYT): " WITH NO ADVANCING
       ACCEPT WSListTerm
       MOVE 0 TO WSListCount
       MOVE "N" TO WSSectionEOF
       OPEN INPUT ClassSectionFile
       PERFORM ReadSectionRecord
       PERFORM UNTIL SectionEOF
              IF CSTerm = WSListTerm THEN
                     ADD 1 TO WSListCount
                     DISPLAY CSCourse "-" CSSection "  " CSTeacher
                         "  room " CSRoom "  period " CSPeriod
                         "  seats " CSSeatLimit
              END-IF
              PERFORM ReadSectionRecord
       END-PERFORM
       CLOSE ClassSectionFile
       IF WSListCount = 0 THEN
              DISPLAY "No sections on file for term " WSListTerm
       END-IF.

*> cobc -x sectmaint.cbl         to load the program
*> ./sectmaint                   to run the program
