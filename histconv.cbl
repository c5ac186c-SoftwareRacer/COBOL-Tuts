>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. histconv.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL OldRegisterFile ASSIGN TO "EnrollReg.seq"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL OldScoreFile ASSIGN TO "ScoreHist.seq"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL OldAttendFile ASSIGN TO "AttendHist.seq"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL EnrollRegFile ASSIGN TO "EnrollReg.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ERKey
           FILE STATUS IS WSRegFileStatus.

       SELECT OPTIONAL ScoreHistFile ASSIGN TO "ScoreHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SHKey
           FILE STATUS IS WSScoreFileStatus.

       SELECT OPTIONAL AttendHistFile ASSIGN TO "AttendHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ATKey
           FILE STATUS IS WSAttendFileStatus.

DATA DIVISION.
FILE SECTION.
*> the three history files as they were kept before, one line per
*> record in the order keyed - renamed from .dat to .seq ahead of the
*> run so the indexed files can take the old names
FD  OldRegisterFile.
01 OldRegisterRecord.
       02 ORIDNum PIC 9(5).
       02 ORGrade PIC 99.
       02 ORDate  PIC 9(8).

FD  OldScoreFile.
01 OldScoreRecord.
       02 OSStudentID PIC 9(5).
       02 OSTerm      PIC 9(5).
       02 OSScore     PIC X.
       02 OSPoints    PIC 9V9.
       02 OSCourse    PIC X(6).

FD  OldAttendFile.
01 OldAttendRecord.
       02 OAIDNum  PIC 9(5).
       02 OAGrade  PIC 99.
       02 OADate   PIC 9(8).
       02 OAStatus PIC X.

*> the same three files indexed on the student ID plus the date or
*> term
FD  EnrollRegFile.
COPY ENRREG.

FD  ScoreHistFile.
COPY SCRHIST.

FD  AttendHistFile.
COPY ATTHIST.

WORKING-STORAGE SECTION.
01 WSRegFileStatus    PIC XX VALUE "00".
01 WSScoreFileStatus  PIC XX VALUE "00".
01 WSAttendFileStatus PIC XX VALUE "00".

*> the status of whichever indexed file is being checked or loaded
01 WSFileStatus PIC XX VALUE "00".
       88 FileStatusOK VALUE "00".
       88 FileNotThere VALUE "05", "35".
       88 DuplicateKey VALUE "22".

01 WSOldEOF PIC X VALUE "N".
       88 OldEOF VALUE "Y".

01 WSNewEOF PIC X VALUE "N".
       88 NewEOF VALUE "Y".

*> set when the indexed file already holds records or cannot be read
*> as indexed - the old file is then left alone and not converted
01 WSRefused PIC X VALUE "N".
       88 Refused VALUE "Y".

01 WSFileName PIC X(15) VALUE SPACES.

*> the counts reported for each file: lines on the old file, records
*> written to the indexed file, and records read back off it after
01 WSBeforeCount  PIC 9(7) VALUE 0.
01 WSLoadedCount  PIC 9(7) VALUE 0.
01 WSAfterCount   PIC 9(7) VALUE 0.
01 WSRejectCount  PIC 9(7) VALUE 0.

01 WSProblemCount PIC 9 VALUE 0.

01 WSRunDate PIC 9(8) VALUE 0.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
DISPLAY "Loads EnrollReg.seq, ScoreHist.seq and AttendHist.seq into the"
DISPLAY "indexed EnrollReg.dat, ScoreHist.dat and AttendHist.dat"

MOVE "O" TO RPTOperation
MOVE "HistConv.txt" TO RPTFileName
MOVE "histconv" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Student History File Conversion" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl
MOVE SPACES TO RPTLine
STRING "Run date " WSRunDate DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine
MOVE SPACES TO RPTLine
PERFORM WriteReportLine

PERFORM ConvertRegister
PERFORM ConvertScores
PERFORM ConvertAttendance

MOVE SPACES TO RPTLine
IF WSProblemCount = 0 THEN
       STRING "All three files converted with matching counts"
           DELIMITED BY SIZE INTO RPTLine
ELSE
       STRING "Files not converted or not matching: " WSProblemCount
           DELIMITED BY SIZE INTO RPTLine
       MOVE 8 TO RETURN-CODE
END-IF
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl
DISPLAY "Report written to HistConv.txt"

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> -- EnrollReg --
ConvertRegister.
       MOVE "EnrollReg.dat" TO WSFileName
       MOVE 0 TO WSBeforeCount
       MOVE 0 TO WSLoadedCount
       MOVE 0 TO WSAfterCount
       MOVE 0 TO WSRejectCount
       MOVE "N" TO WSRefused
       MOVE "N" TO WSNewEOF
       OPEN INPUT EnrollRegFile
       MOVE WSRegFileStatus TO WSFileStatus
       IF FileStatusOK THEN
              READ EnrollRegFile NEXT RECORD
                  AT END CONTINUE
                  NOT AT END MOVE "Y" TO WSRefused
              END-READ
              CLOSE EnrollRegFile
       ELSE
              IF NOT FileNotThere THEN
                     MOVE "Y" TO WSRefused
              END-IF
       END-IF
       IF NOT Refused THEN
              MOVE "N" TO WSOldEOF
              OPEN INPUT OldRegisterFile
              OPEN OUTPUT EnrollRegFile
              PERFORM ReadOldRegister
              PERFORM UNTIL OldEOF
                     ADD 1 TO WSBeforeCount
                     MOVE ORIDNum TO ERIDNum
                     MOVE ORDate TO ERDate
                     MOVE ORGrade TO ERGrade
                     PERFORM WriteRegisterRecord
                     PERFORM ReadOldRegister
              END-PERFORM
              CLOSE EnrollRegFile
              CLOSE OldRegisterFile
              OPEN INPUT EnrollRegFile
              PERFORM ReadNewRegister
              PERFORM UNTIL NewEOF
                     ADD 1 TO WSAfterCount
                     PERFORM ReadNewRegister
              END-PERFORM
              CLOSE EnrollRegFile
       END-IF
       PERFORM PrintFileCounts.

*> reads the next line of the old register
ReadOldRegister.
       READ OldRegisterFile
           AT END MOVE "Y" TO WSOldEOF
       END-READ.

*> reads the next record back off the indexed register
ReadNewRegister.
       READ EnrollRegFile NEXT RECORD
           AT END MOVE "Y" TO WSNewEOF
       END-READ.

*> files the admission under the first sequence number free for the
*> student and day, so two admissions keyed the same day keep their
*> order
WriteRegisterRecord.
       MOVE 0 TO ERSeq
       MOVE "22" TO WSFileStatus
       PERFORM UNTIL NOT DuplicateKey OR ERSeq = 999
              ADD 1 TO ERSeq
              WRITE EnrollRegRecord
                  INVALID KEY CONTINUE
              END-WRITE
              MOVE WSRegFileStatus TO WSFileStatus
       END-PERFORM
       IF FileStatusOK THEN
              ADD 1 TO WSLoadedCount
       ELSE
              ADD 1 TO WSRejectCount
              DISPLAY "Register line for student " ERIDNum " dated "
                  ERDate " not loaded, status " WSFileStatus
       END-IF.

*> -- ScoreHist --
ConvertScores.
       MOVE "ScoreHist.dat" TO WSFileName
       MOVE 0 TO WSBeforeCount
       MOVE 0 TO WSLoadedCount
       MOVE 0 TO WSAfterCount
       MOVE 0 TO WSRejectCount
       MOVE "N" TO WSRefused
       MOVE "N" TO WSNewEOF
       OPEN INPUT ScoreHistFile
       MOVE WSScoreFileStatus TO WSFileStatus
       IF FileStatusOK THEN
              READ ScoreHistFile NEXT RECORD
                  AT END CONTINUE
                  NOT AT END MOVE "Y" TO WSRefused
              END-READ
              CLOSE ScoreHistFile
       ELSE
              IF NOT FileNotThere THEN
                     MOVE "Y" TO WSRefused
              END-IF
       END-IF
       IF NOT Refused THEN
              MOVE "N" TO WSOldEOF
              OPEN INPUT OldScoreFile
              OPEN OUTPUT ScoreHistFile
              PERFORM ReadOldScore
              PERFORM UNTIL OldEOF
                     ADD 1 TO WSBeforeCount
                     MOVE OSStudentID TO SHStudentID
                     MOVE OSTerm TO SHTerm
                     MOVE OSScore TO SHScore
                     MOVE OSPoints TO SHPoints
                     MOVE OSCourse TO SHCourse
                     PERFORM WriteScoreRecord
                     PERFORM ReadOldScore
              END-PERFORM
              CLOSE ScoreHistFile
              CLOSE OldScoreFile
              OPEN INPUT ScoreHistFile
              PERFORM ReadNewScore
              PERFORM UNTIL NewEOF
                     ADD 1 TO WSAfterCount
                     PERFORM ReadNewScore
              END-PERFORM
              CLOSE ScoreHistFile
       END-IF
       PERFORM PrintFileCounts.

*> reads the next line of the old grade history
ReadOldScore.
       READ OldScoreFile
           AT END MOVE "Y" TO WSOldEOF
       END-READ.

*> reads the next record back off the indexed grade history
ReadNewScore.
       READ ScoreHistFile NEXT RECORD
           AT END MOVE "Y" TO WSNewEOF
       END-READ.

*> files the grade under the next sequence number free for the student
*> and term, so a term's grades keep the order they were keyed in
WriteScoreRecord.
       MOVE 0 TO SHSeq
       MOVE "22" TO WSFileStatus
       PERFORM UNTIL NOT DuplicateKey OR SHSeq = 999
              ADD 1 TO SHSeq
              WRITE ScoreHistRecord
                  INVALID KEY CONTINUE
              END-WRITE
              MOVE WSScoreFileStatus TO WSFileStatus
       END-PERFORM
       IF FileStatusOK THEN
              ADD 1 TO WSLoadedCount
       ELSE
              ADD 1 TO WSRejectCount
              DISPLAY "Grade for student " SHStudentID " term " SHTerm
                  " not loaded, status " WSFileStatus
       END-IF.

*> -- AttendHist --
ConvertAttendance.
       MOVE "AttendHist.dat" TO WSFileName
       MOVE 0 TO WSBeforeCount
       MOVE 0 TO WSLoadedCount
       MOVE 0 TO WSAfterCount
       MOVE 0 TO WSRejectCount
       MOVE "N" TO WSRefused
       MOVE "N" TO WSNewEOF
       OPEN INPUT AttendHistFile
       MOVE WSAttendFileStatus TO WSFileStatus
       IF FileStatusOK THEN
              READ AttendHistFile NEXT RECORD
                  AT END CONTINUE
                  NOT AT END MOVE "Y" TO WSRefused
              END-READ
              CLOSE AttendHistFile
       ELSE
              IF NOT FileNotThere THEN
                     MOVE "Y" TO WSRefused
              END-IF
       END-IF
       IF NOT Refused THEN
              MOVE "N" TO WSOldEOF
              OPEN INPUT OldAttendFile
              OPEN OUTPUT AttendHistFile
              PERFORM ReadOldAttend
              PERFORM UNTIL OldEOF
                     ADD 1 TO WSBeforeCount
                     MOVE OAIDNum TO ATIDNum
                     MOVE OADate TO ATDate
                     MOVE OAGrade TO ATGrade
                     MOVE OAStatus TO ATStatus
                     PERFORM WriteAttendRecord
                     PERFORM ReadOldAttend
              END-PERFORM
              CLOSE AttendHistFile
              CLOSE OldAttendFile
              OPEN INPUT AttendHistFile
              PERFORM ReadNewAttend
              PERFORM UNTIL NewEOF
                     ADD 1 TO WSAfterCount
                     PERFORM ReadNewAttend
              END-PERFORM
              CLOSE AttendHistFile
       END-IF
       PERFORM PrintFileCounts.

*> reads the next line of the old attendance history
ReadOldAttend.
       READ OldAttendFile
           AT END MOVE "Y" TO WSOldEOF
       END-READ.

*> reads the next record back off the indexed attendance history
ReadNewAttend.
       READ AttendHistFile NEXT RECORD
           AT END MOVE "Y" TO WSNewEOF
       END-READ.

*> files the mark under the next sequence number free for the student
*> and day
WriteAttendRecord.
       MOVE 0 TO ATSeq
       MOVE "22" TO WSFileStatus
       PERFORM UNTIL NOT DuplicateKey OR ATSeq = 999
              ADD 1 TO ATSeq
              WRITE AttendHistRecord
                  INVALID KEY CONTINUE
              END-WRITE
              MOVE WSAttendFileStatus TO WSFileStatus
       END-PERFORM
       IF FileStatusOK THEN
              ADD 1 TO WSLoadedCount
       ELSE
              ADD 1 TO WSRejectCount
              DISPLAY "Mark for student " ATIDNum " dated " ATDate
                  " not loaded, status " WSFileStatus
       END-IF.

*> the before and after counts for the file just worked - a refused
*> file or counts that do not agree are flagged for the operator
PrintFileCounts.
       MOVE SPACES TO RPTLine
       IF Refused THEN
              ADD 1 TO WSProblemCount
              STRING WSFileName " already indexed or not readable"
                  " - NOT CONVERTED"
                  DELIMITED BY SIZE INTO RPTLine
              DISPLAY WSFileName " already indexed or not readable"
                  " - not converted"
       ELSE
              STRING WSFileName "  before " WSBeforeCount
                  "  loaded " WSLoadedCount
                  "  rejected " WSRejectCount
                  "  after " WSAfterCount
                  DELIMITED BY SIZE INTO RPTLine
              DISPLAY WSFileName " before " WSBeforeCount
                  " after " WSAfterCount
              IF WSBeforeCount NOT = WSAfterCount THEN
                     ADD 1 TO WSProblemCount
              END-IF
       END-IF
       PERFORM WriteReportLine.

*> cobc -x histconv.cbl          to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./histconv                    to run the program
