INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL EnrollRegFile ASSIGN TO "EnrollReg.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ERKey
           FILE STATUS IS WSRegFileStatus.

       SELECT OPTIONAL GradeCountFile ASSIGN TO "GradeCounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
DATA DIVISION.
FILE SECTION.
FD  EnrollRegFile.
COPY ENRREG.

FD  GradeCountFile.
01 GradeCountRecord.
       02 GCCount PIC 9(3).

WORKING-STORAGE SECTION.
01 WSRegFileStatus PIC XX VALUE "00".

01 WSRegEOF PIC X VALUE "N".
       88 RegEOF VALUE "Y".

