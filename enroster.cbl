INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL EnrollRegFile ASSIGN TO "EnrollReg.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ERKey
           FILE STATUS IS WSRegFileStatus.

       SELECT OPTIONAL RosterFile ASSIGN TO "GradeRoster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
DATA DIVISION.
FILE SECTION.
FD  EnrollRegFile.
COPY ENRREG.

*> the per-grade roster for the schools: every enrolled student under
*> their grade heading, with a seat count per grade
SD  SortFile.
01 SortRecord.
       02 SRIDNum PIC 9(5).
       02 SRDate  PIC 9(8).
       02 SRSeq   PIC 9(3).
       02 SRGrade PIC 99.

WORKING-STORAGE SECTION.
01 WSStudentFileStatus PIC XX VALUE "00".
01 WSRegFileStatus     PIC XX VALUE "00".

01 WSStudentName PIC X(25) VALUE SPACES.

01 WSGradeStudents PIC 9(3) VALUE 0.
01 WSTotalStudents PIC 9(5) VALUE 0.

*> control block for the shared rptarch report-library service the
*> finished roster is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
OPEN INPUT StudentMasterFile
WRITE RosterLine

CLOSE RosterFile
PERFORM FileReport
CLOSE StudentMasterFile
DISPLAY "Students on the roster: " WSTotalStudents
DISPLAY "Roster written to GradeRoster.txt"
       WRITE RosterLine
       MOVE 0 TO WSGradeStudents.

*> files the finished roster in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "GradeRoster.txt" TO ARCFileName
       MOVE "enroster" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Grade Roster" TO ARCTitle
       CALL WSArchiveProgram USING ArchiveControl
       MOVE 0 TO RETURN-CODE.

*> cobc -x enroster.cbl          to load the program
*> ./enroster                    to run the program
