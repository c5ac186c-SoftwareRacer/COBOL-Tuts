           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL EnrollRegFile ASSIGN TO "EnrollReg.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ERKey
           FILE STATUS IS WSRegFileStatus.

       SELECT OPTIONAL AgingReportFile ASSIGN TO "EnrollAging.txt"
           ORGANIZATION IS LINE SEQUENTIAL
       02 GCCount PIC 9(3).

FD  EnrollRegFile.
COPY ENRREG.

*> the aging report: every student still waiting after the pass and
*> how long they have been in the queue

WORKING-STORAGE SECTION.
01 WSStudentFileStatus PIC XX VALUE "00".
01 WSRegFileStatus     PIC XX VALUE "00".
       88 RegFileNotFound VALUE "35".
       88 RegDuplicate    VALUE "22".

01 WSStudentName PIC X(25) VALUE SPACES.

01 WSAdmittedCount PIC 9(5) VALUE 0.
01 WSWaitingCount  PIC 9(5) VALUE 0.

*> control block for the shared rptarch report-library service the
*> finished aging report is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
OPEN INPUT StudentMasterFile
    DELIMITED BY SIZE INTO AgingReportLine
WRITE AgingReportLine
CLOSE AgingReportFile
PERFORM FileReport
CLOSE StudentMasterFile

DISPLAY "Admitted from queue : " WSAdmittedCount
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
           AT END MOVE "Y" TO WSWorkEOF
       END-READ.

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

*> files the finished aging report in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "EnrollAging.txt" TO ARCFileName
       MOVE "enqwork" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Enrollment Queue Aging Report" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x enqwork.cbl           to load the program
*> ./enqwork                     to run the program
