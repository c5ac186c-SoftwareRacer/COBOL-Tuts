INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL EnrollRegFile ASSIGN TO "EnrollReg.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ERKey
           FILE STATUS IS WSRegFileStatus.

       SELECT OPTIONAL GraduateFile ASSIGN TO "Graduates.dat"
           ORGANIZATION IS LINE SEQUENTIAL

DATA DIVISION.
FILE SECTION.
*> the enrollment register, rewritten in place with every student
*> advanced one grade and the grade-12 leavers taken off
FD  EnrollRegFile.
COPY ENRREG.

*> one record per student who completed grade 12, with the year they
*> finished - the rollover appends, so every class stays on file
       02 GPCapacity PIC 9(3).

WORKING-STORAGE SECTION.
01 WSRegFileStatus PIC XX VALUE "00".
       88 RegFileNotFound VALUE "35".
       88 RegDuplicate    VALUE "22".

01 WSRegEOF PIC X VALUE "N".
       88 RegEOF VALUE "Y".

01 WSQueueEOF PIC X VALUE "N".
       88 QueueEOF VALUE "Y".

01 WSQueueWaiting   PIC 9(5) VALUE 0.
01 WSOddGradeCount  PIC 9(5) VALUE 0.

*> control block for the shared rptarch report-library service the
*> finished promotion summary is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM LoadGradeCapacities
PERFORM PromoteRegister
PERFORM WorkOffQueue
PERFORM RewriteQueue
PERFORM SaveGradeCounts
           AT END MOVE "Y" TO WSGradeCapEOF
       END-READ.

*> advances every enrolled student one grade on the register, counting
*> the post-promotion seats per grade as it goes; a grade-12 student
*> comes off the register onto the Graduates file with this completion
*> year instead - a record with a grade outside 1-12 is carried over
*> unchanged and reported
PromoteRegister.
       MOVE "N" TO WSRegEOF
       PERFORM OpenEnrollRegFile
       OPEN EXTEND GraduateFile
       PERFORM ReadRegister
       PERFORM UNTIL RegEOF
              PERFORM ReadRegister
       END-PERFORM
       CLOSE EnrollRegFile
       CLOSE GraduateFile.

*> reads the next enrollment register record in key order
ReadRegister.
       READ EnrollRegFile NEXT RECORD
           AT END MOVE "Y" TO WSRegEOF
       END-READ.

              MOVE ERIDNum TO GDIDNum
              MOVE WSRunYYYY TO GDCompYear
              WRITE GraduateRecord
              DELETE EnrollRegFile RECORD
                  INVALID KEY
                     DISPLAY "Register record for student " ERIDNum
                         " not removed, file status " WSRegFileStatus
              END-DELETE
           WHEN ERGrade >= 1 AND ERGrade < 12
              ADD 1 TO WSPromotedCount
              ADD 1 TO ERGrade
              REWRITE EnrollRegRecord
                  INVALID KEY
                     DISPLAY "Register record for student " ERIDNum
                         " not promoted, file status " WSRegFileStatus
              END-REWRITE
              ADD 1 TO WSPromotedIn(ERGrade)
              ADD 1 TO WSGradeEnrolled(ERGrade)
           WHEN OTHER
              ADD 1 TO WSOddGradeCount
              DISPLAY "Register record for student " ERIDNum
                  " has grade " ERGrade ", carried over unchanged"
       END-EVALUATE.

*> runs the enrollment queue against the seats the rollover freed,
*> the same first-in work-off the queue job runs between years
WorkOffQueue.
       MOVE "N" TO WSQueueEOF
       OPEN INPUT EnrollQueueFile
       OPEN OUTPUT QueueWorkFile
       PERFORM OpenEnrollRegFile
       PERFORM ReadQueue
       PERFORM UNTIL QueueEOF
              PERFORM WorkOneQueueEntry
              MOVE EQIDNum TO ERIDNum
              MOVE EQGrade TO ERGrade
              MOVE WSRunDate TO ERDate
              PERFORM WriteRegisterRecord
              DISPLAY "Student " EQIDNum " admitted to grade " EQGrade
                  " from the queue"
       ELSE
           "  Still queued " WSQueueWaiting
           DELIMITED BY SIZE INTO PromoSummaryLine
       WRITE PromoSummaryLine
       CLOSE PromoSummaryFile
       PERFORM FileReport.

*> opens EnrollReg.dat for keyed update, creating the indexed file the
*> first time the job finds it missing
OpenEnrollRegFile.
       OPEN I-O EnrollRegFile
       IF RegFileNotFound THEN
              OPEN OUTPUT EnrollRegFile
              CLOSE EnrollRegFile
              OPEN I-O EnrollRegFile
       END-IF.

*> files the admission under the first sequence number free for the
*> student and day, after any admission already keyed for them that
*> day
WriteRegisterRecord.
       MOVE 0 TO ERSeq
       MOVE "22" TO WSRegFileStatus
       PERFORM UNTIL NOT RegDuplicate OR ERSeq = 999
              ADD 1 TO ERSeq
              WRITE EnrollRegRecord
                  INVALID KEY CONTINUE
              END-WRITE
       END-PERFORM
       IF WSRegFileStatus NOT = "00" THEN
              DISPLAY "Register record for student " ERIDNum
                  " not written, file status " WSRegFileStatus
       END-IF.

*> files the finished promotion summary in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "PromoSummary.txt" TO ARCFileName
       MOVE "yearend" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Promotion Summary" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x yearend.cbl           to load the program
*> ./yearend                     to run the program
