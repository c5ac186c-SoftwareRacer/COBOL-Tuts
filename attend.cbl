INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL EnrollRegFile ASSIGN TO "EnrollReg.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ERKey
           FILE STATUS IS WSRegFileStatus.

       SELECT OPTIONAL AttendHistFile ASSIGN TO "AttendHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ATKey
           FILE STATUS IS WSAttendFileStatus.

       SELECT OPTIONAL TruancyLimitFile ASSIGN TO "TruancyLimit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
*> the enrollment register - attendance is only captured for a
*> student who actually holds a seat
FD  EnrollRegFile.
COPY ENRREG.

*> the attendance history: one record per student per day with the
*> present/absent/tardy mark - the file the schools finally get
*> their attendance numbers from
FD  AttendHistFile.
       02 TLThreshold PIC 99.

WORKING-STORAGE SECTION.
01 WSRegFileStatus    PIC XX VALUE "00".
01 WSAttendFileStatus PIC XX VALUE "00".
       88 AttendFileNotFound VALUE "35".
       88 AttendDuplicate    VALUE "22".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuCapture   VALUE "1".
       88 MenuThreshold VALUE "2".
       DISPLAY "Enter attendance date (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WSEntryDate
       MOVE 0 TO WSCapturedCount
       PERFORM OpenAttendHistFile
       DISPLAY "Enter student ID (99999 to stop): " WITH NO ADVANCING
       ACCEPT WSEntryIDNum
       PERFORM UNTIL WSEntryIDNum = WSSentinel
              IF NOT StatusValid THEN
                     DISPLAY "Mark must be P, A or T - refused"
              ELSE
                     MOVE WSEntryIDNum TO ATIDNum
                     MOVE WSRTGrade(WSFoundIndex) TO ATGrade
                     MOVE WSEntryDate TO ATDate
                     MOVE WSEntryStatus TO ATStatus
                     PERFORM WriteAttendRecord
              END-IF
       END-IF.

*> opens AttendHist.dat for keyed writes, creating the indexed file the
*> first time the job finds it missing
OpenAttendHistFile.
       OPEN I-O AttendHistFile
       IF AttendFileNotFound THEN
              OPEN OUTPUT AttendHistFile
              CLOSE AttendHistFile
              OPEN I-O AttendHistFile
       END-IF.

*> files the mark under the first sequence number free for the student
*> and day - a mark keyed twice for the same day is kept, as it always
*> was, after the first
WriteAttendRecord.
       MOVE 0 TO ATSeq
       MOVE "22" TO WSAttendFileStatus
       PERFORM UNTIL NOT AttendDuplicate OR ATSeq = 999
              ADD 1 TO ATSeq
              WRITE AttendHistRecord
                  INVALID KEY CONTINUE
              END-WRITE
       END-PERFORM
       IF WSAttendFileStatus = "00" THEN
              ADD 1 TO WSCapturedCount
       ELSE
              DISPLAY "Mark for student " WSEntryIDNum
                  " not recorded, file status " WSAttendFileStatus
       END-IF.

*> sets the consecutive-absence count the truancy list works from
SetTruancyThreshold.
       OPEN INPUT TruancyLimitFile
