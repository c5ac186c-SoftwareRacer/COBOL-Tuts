>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. census.
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

       SELECT OPTIONAL GradeCapFile ASSIGN TO "GradeCap.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL CensusSnapFile ASSIGN TO "CensusSnap.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL StateCensusFile ASSIGN TO "StateCensus.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL StudentMasterFile ASSIGN TO "StudentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SMIDNum
           FILE STATUS IS WSStudentFileStatus.

       SELECT SortFile ASSIGN TO "CensusSort.tmp".

DATA DIVISION.
FILE SECTION.
*> the live enrollment register - it keeps changing after the count
*> date, which is why the census is frozen off it
FD  EnrollRegFile.
COPY ENRREG.

*> the maintained seat limits per grade gcapmaint keys - a grade with
*> no record keeps the 030 default
FD  GradeCapFile.
01 GradeCapRecord.
       02 GPGrade    PIC 99.
       02 GPCapacity PIC 9(3).

*> every census frozen, one line per student per count date
FD  CensusSnapFile.
COPY CENSNAP.

*> the submission file for the state, rewritten on each freeze
FD  StateCensusFile.
COPY STCENSUS.

*> the student master, for the date of birth, entry date and name
FD  StudentMasterFile.
COPY STUREC.

*> the register sorted by student so a student admitted more than once
*> is counted once, in the grade of their latest admission
SD  SortFile.
01 SortRecord.
       02 SRIDNum PIC 9(5).
       02 SRDate  PIC 9(8).
       02 SRSeq   PIC 9(3).
       02 SRGrade PIC 99.

WORKING-STORAGE SECTION.
01 WSStudentFileStatus PIC XX VALUE "00".
01 WSRegFileStatus     PIC XX VALUE "00".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuFreeze  VALUE "1".
       88 MenuCompare VALUE "2".
       88 MenuExit    VALUE "X", "x".

01 WSSortEOF PIC X VALUE "N".
       88 SortEOF VALUE "Y".

01 WSGradeCapEOF PIC X VALUE "N".
       88 GradeCapEOF VALUE "Y".

01 WSSnapEOF PIC X VALUE "N".
       88 SnapEOF VALUE "Y".

01 WSRunDate PIC 9(8) VALUE 0.

*> the count date as keyed, with the month and day split out for the
*> age calculation
01 WSCountDate PIC 9(8) VALUE 0.
01 WSCount REDEFINES WSCountDate.
       02 WSCountYYYY PIC 9(4).
       02 WSCountMMDD PIC 9(4).

01 WSDOBDate PIC 9(8) VALUE 0.
01 WSDOB REDEFINES WSDOBDate.
       02 WSDOBYYYY PIC 9(4).
       02 WSDOBMMDD PIC 9(4).

01 WSAge PIC 99 VALUE 0.

*> the students on the live register, one entry each
01 WSLiveCount PIC 9(4) VALUE 0.
01 WSLiveTable.
       02 WSLiveEntry OCCURS 2000 TIMES.
           03 WSLVIDNum PIC 9(5).
           03 WSLVGrade PIC 99.
           03 WSLVDate  PIC 9(8).

01 WSLiveIndex PIC 9(4) VALUE 0.
01 WSLiveFound PIC 9(4) VALUE 0.

*> the students on the stored snapshot for the count date
01 WSSnapCount PIC 9(4) VALUE 0.
01 WSSnapTable.
       02 WSSnapEntry OCCURS 2000 TIMES.
           03 WSSNIDNum     PIC 9(5).
           03 WSSNGrade     PIC 99.
           03 WSSNEntryDate PIC 9(8).

01 WSSnapIndex PIC 9(4) VALUE 0.
01 WSSnapFound PIC 9(4) VALUE 0.

*> capacity defaults, overridden from GradeCap.dat
01 WSGradeCapacityTable.
       02 WSGradeCapacity PIC 9(3) OCCURS 12 TIMES.

*> the official counts by grade and by age on the count date - age
*> slot 1 is a student with no date of birth on the master
01 WSGradeCountTable.
       02 WSGradeCount PIC 9(4) OCCURS 12 TIMES.
01 WSAgeCountTable.
       02 WSAgeCount PIC 9(4) OCCURS 31 TIMES.

01 WSGradeIndex PIC 99 VALUE 0.
01 WSAgeIndex   PIC 99 VALUE 0.

01 WSStudentName PIC X(25) VALUE SPACES.
01 WSEntryDate   PIC 9(8) VALUE 0.

01 WSTotalCount    PIC 9(5) VALUE 0.
01 WSTotalCapacity PIC 9(5) VALUE 0.
01 WSOutOfGrade    PIC 9(4) VALUE 0.
01 WSAddedCount    PIC 9(4) VALUE 0.
01 WSRemovedCount  PIC 9(4) VALUE 0.
01 WSMovedCount    PIC 9(4) VALUE 0.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuFreeze  PERFORM FreezeCensus
           WHEN MenuCompare PERFORM CompareToSnapshot
           WHEN OTHER       DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM

STOP RUN.

*> shows the operator menu and accepts their next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Freeze the census for a count date"
       DISPLAY "2. Compare the live register to a census"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> freezes the register as it stands on the count date: the snapshot
*> lines, the official counts by grade and age, and the state file
FreezeCensus.
       DISPLAY "Enter the state count date (YYYYMMDD): "
           WITH NO ADVANCING
       ACCEPT WSCountDate
       PERFORM LoadSnapshot
       EVALUATE TRUE
           WHEN WSCountDate = 0 OR WSCountDate > WSRunDate
              DISPLAY "Count date must not be zero or in the future"
                  " - census not frozen"
           WHEN WSSnapCount > 0
              DISPLAY "The census for " WSCountDate
                  " is already frozen - not frozen again"
           WHEN OTHER
              PERFORM LoadLiveRegister
              PERFORM LoadCapacities
              PERFORM WriteCensus
       END-EVALUATE.

*> takes the live register back off the sort, one entry per student
LoadLiveRegister.
       SORT SortFile ON ASCENDING KEY SRIDNum SRDate SRSeq
           USING EnrollRegFile
           OUTPUT PROCEDURE IS ReturnLiveRegister.

*> keeps one entry per student in the grade of their latest admission
ReturnLiveRegister.
       MOVE "N" TO WSSortEOF
       MOVE 0 TO WSLiveCount
       PERFORM ReturnSortRecord
       PERFORM UNTIL SortEOF
              IF WSLiveCount > 0
                  AND SRIDNum = WSLVIDNum(WSLiveCount) THEN
                     MOVE SRGrade TO WSLVGrade(WSLiveCount)
                     MOVE SRDate TO WSLVDate(WSLiveCount)
              ELSE
                     IF WSLiveCount < 2000 THEN
                            ADD 1 TO WSLiveCount
                            MOVE SRIDNum TO WSLVIDNum(WSLiveCount)
                            MOVE SRGrade TO WSLVGrade(WSLiveCount)
                            MOVE SRDate TO WSLVDate(WSLiveCount)
                     END-IF
              END-IF
              PERFORM ReturnSortRecord
       END-PERFORM.

*> returns the next record off the sort
ReturnSortRecord.
       RETURN SortFile
           AT END MOVE "Y" TO WSSortEOF
       END-RETURN.

*> starts every grade at the 030 default and overrides with the
*> maintained file, the same way the enrollment programs load it
LoadCapacities.
       PERFORM VARYING WSGradeIndex FROM 1 BY 1 UNTIL WSGradeIndex > 12
              MOVE 30 TO WSGradeCapacity(WSGradeIndex)
       END-PERFORM
       MOVE "N" TO WSGradeCapEOF
       OPEN INPUT GradeCapFile
       PERFORM ReadGradeCap
       PERFORM UNTIL GradeCapEOF
              IF GPGrade >= 1 AND GPGrade <= 12 THEN
                     MOVE GPCapacity TO WSGradeCapacity(GPGrade)
              END-IF
              PERFORM ReadGradeCap
       END-PERFORM
       CLOSE GradeCapFile.

*> reads the next grade/capacity pair
ReadGradeCap.
       READ GradeCapFile
           AT END MOVE "Y" TO WSGradeCapEOF
       END-READ.

*> the snapshot lines stored for the count date keyed
LoadSnapshot.
       MOVE "N" TO WSSnapEOF
       MOVE 0 TO WSSnapCount
       OPEN INPUT CensusSnapFile
       PERFORM ReadSnapRecord
       PERFORM UNTIL SnapEOF
              IF CNCountDate = WSCountDate AND WSSnapCount < 2000 THEN
                     ADD 1 TO WSSnapCount
                     MOVE CNIDNum TO WSSNIDNum(WSSnapCount)
                     MOVE CNGrade TO WSSNGrade(WSSnapCount)
                     MOVE CNEntryDate TO WSSNEntryDate(WSSnapCount)
              END-IF
              PERFORM ReadSnapRecord
       END-PERFORM
       CLOSE CensusSnapFile.

*> reads the next snapshot line
ReadSnapRecord.
       READ CensusSnapFile
           AT END MOVE "Y" TO WSSnapEOF
       END-READ.

*> one pass over the live register writing the snapshot and state
*> detail lines and counting by grade and age, then the official
*> count report
WriteCensus.
       PERFORM VARYING WSGradeIndex FROM 1 BY 1 UNTIL WSGradeIndex > 12
              MOVE 0 TO WSGradeCount(WSGradeIndex)
       END-PERFORM
       PERFORM VARYING WSAgeIndex FROM 1 BY 1 UNTIL WSAgeIndex > 31
              MOVE 0 TO WSAgeCount(WSAgeIndex)
       END-PERFORM
       MOVE 0 TO WSTotalCount
       MOVE 0 TO WSOutOfGrade
       OPEN INPUT StudentMasterFile
       OPEN EXTEND CensusSnapFile
       OPEN OUTPUT StateCensusFile
       PERFORM VARYING WSLiveIndex FROM 1 BY 1
           UNTIL WSLiveIndex > WSLiveCount
              PERFORM FreezeOneStudent
       END-PERFORM
       MOVE 0 TO WSTotalCapacity
       PERFORM VARYING WSGradeIndex FROM 1 BY 1 UNTIL WSGradeIndex > 12
              ADD WSGradeCapacity(WSGradeIndex) TO WSTotalCapacity
       END-PERFORM
       MOVE SPACES TO StateCensusRecord
       MOVE "T" TO SCRecType
       MOVE WSCountDate TO SCCountDate
       MOVE WSTotalCount TO SCRecordCount
       MOVE WSTotalCapacity TO SCTotalCapacity
       WRITE StateCensusRecord
       CLOSE StateCensusFile
       CLOSE CensusSnapFile
       CLOSE StudentMasterFile
       PERFORM PrintCensusCounts
       DISPLAY "Census frozen for " WSCountDate ": " WSTotalCount
           " students"
       DISPLAY "Counts written to Census.txt, state file to "
           "StateCensus.dat".

*> one student's snapshot and state lines, with their age on the
*> count date worked off the date of birth on the master
FreezeOneStudent.
       MOVE "(not on master)" TO WSStudentName
       MOVE 0 TO WSDOBDate
       MOVE WSLVDate(WSLiveIndex) TO WSEntryDate
       MOVE WSLVIDNum(WSLiveIndex) TO SMIDNum
       READ StudentMasterFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE SMName TO WSStudentName
              MOVE SMDOB TO WSDOBDate
              IF SMEntryDate > 0 THEN
                     MOVE SMEntryDate TO WSEntryDate
              END-IF
       END-READ
       PERFORM ComputeAge
       ADD 1 TO WSTotalCount
       IF WSLVGrade(WSLiveIndex) >= 1 AND WSLVGrade(WSLiveIndex) <= 12
       THEN
              ADD 1 TO WSGradeCount(WSLVGrade(WSLiveIndex))
       ELSE
              ADD 1 TO WSOutOfGrade
       END-IF
       IF WSDOBDate = 0 THEN
              ADD 1 TO WSAgeCount(1)
       ELSE
              IF WSAge > 29 THEN
                     ADD 1 TO WSAgeCount(31)
              ELSE
                     ADD 1 TO WSAgeCount(WSAge + 1)
              END-IF
       END-IF
       MOVE WSCountDate TO CNCountDate
       MOVE WSLVIDNum(WSLiveIndex) TO CNIDNum
       MOVE WSLVGrade(WSLiveIndex) TO CNGrade
       MOVE WSAge TO CNAge
       MOVE WSEntryDate TO CNEntryDate
       IF WSLVGrade(WSLiveIndex) >= 1 AND WSLVGrade(WSLiveIndex) <= 12
       THEN
              MOVE WSGradeCapacity(WSLVGrade(WSLiveIndex))
                  TO CNCapacity
       ELSE
              MOVE 0 TO CNCapacity
       END-IF
       WRITE CensusSnapRecord
       MOVE SPACES TO StateCensusRecord
       MOVE "D" TO SCRecType
       MOVE WSCountDate TO SCCountDate
       MOVE WSLVIDNum(WSLiveIndex) TO SCIDNum
       MOVE WSStudentName TO SCName
       MOVE WSDOBDate TO SCDOB
       MOVE WSLVGrade(WSLiveIndex) TO SCGrade
       MOVE WSAge TO SCAge
       MOVE WSEntryDate TO SCEntryDate
       WRITE StateCensusRecord.

*> whole years from the date of birth to the count date - a birthday
*> later in the year than the count date has not been had yet
ComputeAge.
       MOVE 0 TO WSAge
       IF WSDOBDate > 0 AND WSDOBDate <= WSCountDate THEN
              COMPUTE WSAge = WSCountYYYY - WSDOBYYYY
              IF WSCountMMDD < WSDOBMMDD THEN
                     SUBTRACT 1 FROM WSAge
              END-IF
       END-IF.

*> the official counts: enrolled against capacity by grade, then the
*> students by age on the count date
PrintCensusCounts.
       MOVE "O" TO RPTOperation
       MOVE "Census.txt" TO RPTFileName
       MOVE "census" TO RPTProgram
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Official Enrollment Census" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
       CALL WSReportProgram USING ReportControl
       MOVE SPACES TO RPTLine
       STRING "State count date " WSCountDate "  frozen " WSRunDate
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine
       PERFORM VARYING WSGradeIndex FROM 1 BY 1 UNTIL WSGradeIndex > 12
              MOVE SPACES TO RPTLine
              STRING "Grade " WSGradeIndex
                  "  enrolled " WSGradeCount(WSGradeIndex)
                  "  capacity " WSGradeCapacity(WSGradeIndex)
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
       END-PERFORM
       IF WSOutOfGrade > 0 THEN
              MOVE SPACES TO RPTLine
              STRING "Not in grades 1-12  " WSOutOfGrade
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
       END-IF
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine
       IF WSAgeCount(1) > 0 THEN
              MOVE SPACES TO RPTLine
              STRING "No date of birth    " WSAgeCount(1)
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
       END-IF
       PERFORM VARYING WSAgeIndex FROM 2 BY 1 UNTIL WSAgeIndex > 31
              IF WSAgeCount(WSAgeIndex) > 0 THEN
                     PERFORM PrintAgeLine
              END-IF
       END-PERFORM
       MOVE SPACES TO RPTLine
       STRING "Students enrolled on the count date: " WSTotalCount
           DELIMITED BY SIZE INTO RPTLine
       MOVE "T" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       MOVE "C" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> one age line - the last slot holds everyone 30 and over
PrintAgeLine.
       COMPUTE WSAge = WSAgeIndex - 1
       MOVE SPACES TO RPTLine
       IF WSAgeIndex = 31 THEN
              STRING "Age " WSAge " and over  " WSAgeCount(WSAgeIndex)
                  DELIMITED BY SIZE INTO RPTLine
       ELSE
              STRING "Age " WSAge "            " WSAgeCount(WSAgeIndex)
                  DELIMITED BY SIZE INTO RPTLine
       END-IF
       PERFORM WriteReportLine.

*> lists every student added to or removed from the register since a
*> frozen count date, and every student whose grade has moved
CompareToSnapshot.
       DISPLAY "Enter the census count date (YYYYMMDD): "
           WITH NO ADVANCING
       ACCEPT WSCountDate
       PERFORM LoadSnapshot
       IF WSSnapCount = 0 THEN
              DISPLAY "No census is frozen for " WSCountDate
       ELSE
              PERFORM LoadLiveRegister
              PERFORM PrintComparison
              DISPLAY "Added " WSAddedCount "  removed " WSRemovedCount
                  "  grade moved " WSMovedCount
              DISPLAY "Comparison written to CensusCompare.txt"
       END-IF.

*> the comparison report: live students not on the snapshot, then
*> snapshot students no longer on the register
PrintComparison.
       MOVE 0 TO WSAddedCount
       MOVE 0 TO WSRemovedCount
       MOVE 0 TO WSMovedCount
       MOVE "O" TO RPTOperation
       MOVE "CensusCompare.txt" TO RPTFileName
       MOVE "census" TO RPTProgram
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Register Changes Since Census" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
       CALL WSReportProgram USING ReportControl
       MOVE SPACES TO RPTLine
       STRING "State count date " WSCountDate "  compared " WSRunDate
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine
       OPEN INPUT StudentMasterFile
       PERFORM VARYING WSLiveIndex FROM 1 BY 1
           UNTIL WSLiveIndex > WSLiveCount
              PERFORM CompareLiveStudent
       END-PERFORM
       PERFORM VARYING WSSnapIndex FROM 1 BY 1
           UNTIL WSSnapIndex > WSSnapCount
              PERFORM CompareSnapStudent
       END-PERFORM
       CLOSE StudentMasterFile
       MOVE SPACES TO RPTLine
       STRING "Added " WSAddedCount "  removed " WSRemovedCount
           "  grade moved " WSMovedCount
           DELIMITED BY SIZE INTO RPTLine
       MOVE "T" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       MOVE "C" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> a live student missing from the snapshot was added since the
*> count date; one on it in another grade has moved
CompareLiveStudent.
       MOVE 0 TO WSSnapFound
       PERFORM VARYING WSSnapIndex FROM 1 BY 1
           UNTIL WSSnapIndex > WSSnapCount OR WSSnapFound > 0
              IF WSSNIDNum(WSSnapIndex) = WSLVIDNum(WSLiveIndex) THEN
                     MOVE WSSnapIndex TO WSSnapFound
              END-IF
       END-PERFORM
       MOVE WSLVIDNum(WSLiveIndex) TO SMIDNum
       PERFORM LookupStudentName
       EVALUATE TRUE
           WHEN WSSnapFound = 0
              ADD 1 TO WSAddedCount
              MOVE SPACES TO RPTLine
              STRING "ADDED    " WSLVIDNum(WSLiveIndex) " "
                  WSStudentName " grade " WSLVGrade(WSLiveIndex)
                  " on " WSLVDate(WSLiveIndex)
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
           WHEN WSSNGrade(WSSnapFound) NOT = WSLVGrade(WSLiveIndex)
              ADD 1 TO WSMovedCount
              MOVE SPACES TO RPTLine
              STRING "MOVED    " WSLVIDNum(WSLiveIndex) " "
                  WSStudentName " grade " WSSNGrade(WSSnapFound)
                  " to " WSLVGrade(WSLiveIndex)
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
           WHEN OTHER
              CONTINUE
       END-EVALUATE.

*> a snapshot student no longer on the register was removed since the
*> count date
CompareSnapStudent.
       MOVE 0 TO WSLiveFound
       PERFORM VARYING WSLiveIndex FROM 1 BY 1
           UNTIL WSLiveIndex > WSLiveCount OR WSLiveFound > 0
              IF WSLVIDNum(WSLiveIndex) = WSSNIDNum(WSSnapIndex) THEN
                     MOVE WSLiveIndex TO WSLiveFound
              END-IF
       END-PERFORM
       IF WSLiveFound = 0 THEN
              ADD 1 TO WSRemovedCount
              MOVE WSSNIDNum(WSSnapIndex) TO SMIDNum
              PERFORM LookupStudentName
              MOVE SPACES TO RPTLine
              STRING "REMOVED  " WSSNIDNum(WSSnapIndex) " "
                  WSStudentName " grade " WSSNGrade(WSSnapIndex)
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
       END-IF.

*> fetches the name for the student ID in SMIDNum
LookupStudentName.
       MOVE "(not on master)" TO WSStudentName
       READ StudentMasterFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE SMName TO WSStudentName
       END-READ.

*> cobc -x census.cbl            to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./census                      to run the program
