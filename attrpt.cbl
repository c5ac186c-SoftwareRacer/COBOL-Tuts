INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL AttendHistFile ASSIGN TO "AttendHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ATKey
           FILE STATUS IS WSAttendFileStatus.

       SELECT OPTIONAL TruancyLimitFile ASSIGN TO "TruancyLimit.dat"
           ORGANIZATION IS LINE SEQUENTIAL

DATA DIVISION.
FILE SECTION.
*> the attendance history the capture program writes
FD  AttendHistFile.
COPY ATTHIST.


WORKING-STORAGE SECTION.
01 WSStudentFileStatus PIC XX VALUE "00".
01 WSAttendFileStatus  PIC XX VALUE "00".

01 WSStudentName PIC X(25) VALUE SPACES.

PrintAbsenceReport.
       MOVE "O" TO RPTOperation
       MOVE "AbsenceReport.txt" TO RPTFileName
       MOVE "attrpt" TO RPTProgram
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Monthly Absence Report by Grade" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
       OPEN INPUT StudentMasterFile
       MOVE "O" TO RPTOperation
       MOVE "TruancyList.txt" TO RPTFileName
       MOVE "attrpt" TO RPTProgram
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Truancy Exception List" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
