INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ScoreHistFile ASSIGN TO "ScoreHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SHKey
           FILE STATUS IS WSScoreFileStatus.

       SELECT OPTIONAL HonorRollFile ASSIGN TO "HonorRoll.txt"
           ORGANIZATION IS LINE SEQUENTIAL
DATA DIVISION.
FILE SECTION.
FD  ScoreHistFile.
COPY SCRHIST.

*> the term-end honor roll: every student whose GPA for the term is
*> at or above the threshold the office sets

WORKING-STORAGE SECTION.
01 WSStudentFileStatus PIC XX VALUE "00".
01 WSScoreFileStatus   PIC XX VALUE "00".

01 WSStudentName PIC X(25) VALUE SPACES.

01 WSGPA PIC 9V99 VALUE 0.
01 WSHonorCount PIC 9(3) VALUE 0.

*> control block for the shared rptarch report-library service the
*> finished honor roll is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
DISPLAY "Enter term (YYYYT): " WITH NO ADVANCING
ACCEPT WSTermID
    DELIMITED BY SIZE INTO HonorRollLine
WRITE HonorRollLine
CLOSE HonorRollFile
PERFORM FileReport
CLOSE StudentMasterFile

DISPLAY "Students on the honor roll: " WSHonorCount
              MOVE SMName TO WSStudentName
       END-READ.

*> files the finished honor roll in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "HonorRoll.txt" TO ARCFileName
       MOVE "honorroll" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Honor Roll" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x honorroll.cbl         to load the program
*> ./honorroll                   to run the program
