INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL EnrollRegFile ASSIGN TO "EnrollReg.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ERKey
           FILE STATUS IS WSRegFileStatus.

       SELECT OPTIONAL GradeCountFile ASSIGN TO "GradeCounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL GradeCapFile ASSIGN TO "GradeCap.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL EnrollQueueFile ASSIGN TO "EnrollQueue.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL WithdrawLogFile ASSIGN TO "Withdrawal.log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL FeeBilledFile ASSIGN TO "FeeBilled.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL FeeWorkFile ASSIGN TO "FeeBilled.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL ARInvoiceFile ASSIGN TO "ARInvoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ARInvNum
           FILE STATUS IS WSARFileStatus.

       SELECT OPTIONAL ARAdjustFile ASSIGN TO "ARAdjust.log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

*> ever grew, so a family moving away left a counted seat nobody sat
*> in and the queue never moved
FD  EnrollRegFile.
COPY ENRREG.

FD  GradeCountFile.
01 GradeCountRecord.
FD  WithdrawLogFile.
01 WithdrawLogLine PIC X(80).

*> the school fees feebill raised - a withdrawal credits the part of
*> the term the student will not attend
FD  FeeBilledFile.
COPY FEEBILL.

*> work copy the fee ledger is rewritten through, every line carried
*> over and only the withdrawn student's lines changed
FD  FeeWorkFile.
01 FeeWorkRecord PIC X(63).

*> the fee invoice the credit comes off, flipped paid at zero
FD  ARInvoiceFile.
COPY ARINV.

*> one line per fee credit, in the receivables adjustment log
FD  ARAdjustFile.
COPY ARADJ.

WORKING-STORAGE SECTION.
01 WSRegFileStatus PIC XX VALUE "00".
       88 RegFileNotFound VALUE "35".
       88 RegDuplicate    VALUE "22".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuWithdraw VALUE "1".
       88 MenuTransfer VALUE "2".
01 WSRegEOF PIC X VALUE "N".
       88 RegEOF VALUE "Y".

01 WSGradeCountEOF PIC X VALUE "N".
       88 GradeCountEOF VALUE "Y".

01 WSOldGrade PIC 99 VALUE 0.

01 WSRunDate   PIC 9(8).
01 WSRun REDEFINES WSRunDate.
       02 WSRunYYYY PIC 9(4).
       02 WSRunMM   PIC 99.
       02 WSRunDD   PIC 99.
01 WSLogAction PIC X(8) VALUE SPACES.

01 WSTimeNow PIC 9(8).

01 WSARFileStatus PIC XX VALUE "00".
       88 ARFileNotFound VALUE "35".

01 WSLedgerEOF PIC X VALUE "N".
       88 LedgerEOF VALUE "Y".

01 WSWorkEOF PIC X VALUE "N".
       88 WorkEOF VALUE "Y".

*> set once a withdrawal has settled anything on the ledger - only
*> then is the live ledger replaced by its work copy
01 WSLedgerChanged PIC X VALUE "N".
       88 LedgerChanged VALUE "Y".

*> term dates as day numbers on the 365/30-day calendar the
*> receivables aging uses - the share of the term left after the
*> withdrawal is what comes back
01 WSTermDate PIC 9(8) VALUE 0.
01 WSTerm REDEFINES WSTermDate.
       02 WSTermYYYY PIC 9(4).
       02 WSTermMM   PIC 99.
       02 WSTermDD   PIC 99.

01 WSRunDayNum   PIC 9(7) VALUE 0.
01 WSStartDayNum PIC 9(7) VALUE 0.
01 WSEndDayNum   PIC 9(7) VALUE 0.
01 WSTermDays    PIC 9(5) VALUE 0.
01 WSDaysLeft    PIC 9(5) VALUE 0.

01 WSUnusedFee PIC 9(5)V99 VALUE 0.
01 WSFeeDue    PIC 9(5)V99 VALUE 0.
01 WSFeeCredit PIC 9(5)V99 VALUE 0.
01 WSRefundDue PIC 9(5)V99 VALUE 0.

01 WSCreditTotal PIC 9(7)V99 VALUE 0.
01 WSRefundTotal PIC 9(7)V99 VALUE 0.

01 WSEditAmount PIC $$$,$$9.99.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM LoadGradeCapacities
              PERFORM WriteWithdrawLog
              DISPLAY "Student " WSEntryIDNum " withdrawn from grade "
                  WSOldGrade " - seat given back"
              PERFORM CreditUnusedFees
       END-IF.

*> takes the student's earliest register record off, found on the key,
*> remembering which grade held their seat
RemoveFromRegister.
       MOVE "N" TO WSFoundStudent
       MOVE "N" TO WSRegEOF
       PERFORM OpenEnrollRegFile
       MOVE WSEntryIDNum TO ERIDNum
       MOVE 0 TO ERDate
       MOVE 0 TO ERSeq
       START EnrollRegFile KEY NOT LESS THAN ERKey
           INVALID KEY MOVE "Y" TO WSRegEOF
       END-START
       PERFORM ReadRegister
       IF NOT RegEOF AND ERIDNum = WSEntryIDNum THEN
              MOVE "Y" TO WSFoundStudent
              MOVE ERGrade TO WSOldGrade
              DELETE EnrollRegFile RECORD
                  INVALID KEY
                     DISPLAY "Register record for student " ERIDNum
                         " not removed, file status " WSRegFileStatus
              END-DELETE
       END-IF
       CLOSE EnrollRegFile.

*> reads the next register record in key order
ReadRegister.
       IF NOT RegEOF THEN
              READ EnrollRegFile NEXT RECORD
                  AT END MOVE "Y" TO WSRegEOF
              END-READ
       END-IF.

*> moves a student grade to grade as one transaction: the withdraw
*> frees the old seat, and the re-admit runs the same capacity check
       IF WSGradeEnrolled(WSTargetGrade)
           < WSGradeCapacity(WSTargetGrade) THEN
              ADD 1 TO WSGradeEnrolled(WSTargetGrade)
              PERFORM OpenEnrollRegFile
              MOVE WSEntryIDNum TO ERIDNum
              MOVE WSTargetGrade TO ERGrade
              MOVE WSRunDate TO ERDate
              PERFORM WriteRegisterRecord
              CLOSE EnrollRegFile
              MOVE "TRANSFER" TO WSLogAction
              DISPLAY "Student " WSEntryIDNum " transferred from grade "
       WRITE WithdrawLogLine
       CLOSE WithdrawLogFile.

*> credits the unused part of the withdrawn student's school fees for
*> every term on the ledger not yet over, off the fee invoice's open
*> balance; any part already paid is logged as a refund due
CreditUnusedFees.
       MOVE "N" TO WSLedgerChanged
       MOVE 0 TO WSCreditTotal
       MOVE 0 TO WSRefundTotal
       MOVE "N" TO WSLedgerEOF
       PERFORM OpenARInvoiceFile
       OPEN INPUT FeeBilledFile
       OPEN OUTPUT FeeWorkFile
       PERFORM ReadLedgerRecord
       PERFORM UNTIL LedgerEOF
              IF FBStudentID = WSEntryIDNum
                  AND FBTermEnd >= WSRunDate THEN
                     PERFORM CreditLedgerLine
              END-IF
              MOVE FeeBilledRecord TO FeeWorkRecord
              WRITE FeeWorkRecord
              PERFORM ReadLedgerRecord
       END-PERFORM
       CLOSE FeeBilledFile
       CLOSE FeeWorkFile
       CLOSE ARInvoiceFile
       IF LedgerChanged THEN
              PERFORM CopyWorkBackToLedger
              MOVE WSCreditTotal TO WSEditAmount
              DISPLAY "Unused school fees credited " WSEditAmount
              MOVE WSRefundTotal TO WSEditAmount
              DISPLAY "Refund due to the guardian  " WSEditAmount
       END-IF.

*> turns the date in WSTermDate into a day number on the 365/30-day
*> calendar, left in WSRunDayNum
ComputeDayNumber.
       COMPUTE WSRunDayNum =
           WSTermYYYY * 365 + WSTermMM * 30 + WSTermDD.

*> works out one fee's unused part - all of it when the term has not
*> started - less what a withdrawal already settled, and takes it
*> off the invoice's open balance
CreditLedgerLine.
       MOVE FBTermStart TO WSTermDate
       PERFORM ComputeDayNumber
       MOVE WSRunDayNum TO WSStartDayNum
       MOVE FBTermEnd TO WSTermDate
       PERFORM ComputeDayNumber
       MOVE WSRunDayNum TO WSEndDayNum
       MOVE WSRunDate TO WSTermDate
       PERFORM ComputeDayNumber
       COMPUTE WSTermDays = WSEndDayNum - WSStartDayNum + 1
       EVALUATE TRUE
           WHEN WSRunDayNum <= WSStartDayNum
              MOVE WSTermDays TO WSDaysLeft
           WHEN OTHER
              COMPUTE WSDaysLeft = WSEndDayNum - WSRunDayNum
       END-EVALUATE
       COMPUTE WSUnusedFee ROUNDED =
           FBAmount * WSDaysLeft / WSTermDays
       IF WSUnusedFee > FBCredited THEN
              COMPUTE WSFeeDue = WSUnusedFee - FBCredited
              PERFORM PostFeeCredit
       END-IF.

*> takes as much of the fee due as is still open off the invoice,
*> and logs the rest as a refund due
PostFeeCredit.
       MOVE 0 TO WSFeeCredit
       MOVE FBInvNum TO ARInvNum
       READ ARInvoiceFile
           INVALID KEY
              DISPLAY "Fee invoice " FBInvNum
                  " not on file - no credit posted"
           NOT INVALID KEY
              IF AROpenBal < WSFeeDue THEN
                     MOVE AROpenBal TO WSFeeCredit
              ELSE
                     MOVE WSFeeDue TO WSFeeCredit
              END-IF
              IF WSFeeCredit > 0 THEN
                     PERFORM ApplyFeeCredit
              END-IF
       END-READ
       COMPUTE WSRefundDue = WSFeeDue - WSFeeCredit
       IF WSRefundDue > 0 THEN
              PERFORM WriteRefundLog
       END-IF
       ADD WSFeeDue TO FBCredited
       ADD WSFeeCredit TO WSCreditTotal
       ADD WSRefundDue TO WSRefundTotal
       MOVE "Y" TO WSLedgerChanged.

*> runs the invoice's open balance down, flips it paid at zero, and
*> logs the credit under the WD reason
ApplyFeeCredit.
       SUBTRACT WSFeeCredit FROM AROpenBal
       IF AROpenBal = 0 THEN
              MOVE "P" TO ARStatus
       END-IF
       REWRITE ARInvoiceRecord
           INVALID KEY
              DISPLAY "Invoice " ARInvNum " could not be updated"
              MOVE 0 TO WSFeeCredit
           NOT INVALID KEY
              PERFORM LogFeeCredit
       END-REWRITE.

*> one adjustment log line for the credit just posted
LogFeeCredit.
       ACCEPT WSTimeNow FROM TIME
       OPEN EXTEND ARAdjustFile
       MOVE WSRunDate TO AJDate
       MOVE WSTimeNow TO AJTime
       MOVE "C" TO AJType
       MOVE ARInvNum TO AJInvNum
       MOVE ARIDNum TO AJIDNum
       MOVE WSFeeCredit TO AJAmount
       MOVE AROpenBal TO AJBalance
       MOVE "WD" TO AJReason
       MOVE "enrwithd" TO AJOperator
       MOVE SPACES TO AJApprover
       WRITE ARAdjustRecord
       CLOSE ARAdjustFile.

*> one log line for the part of a fee already paid that is owed back
WriteRefundLog.
       MOVE WSRefundDue TO WSEditAmount
       OPEN EXTEND WithdrawLogFile
       MOVE SPACES TO WithdrawLogLine
       STRING WSRunDate " REFUND   student " WSEntryIDNum
           " fee " FBCode
           " invoice " FBInvNum
           " due " WSEditAmount
           DELIMITED BY SIZE INTO WithdrawLogLine
       WRITE WithdrawLogLine
       CLOSE WithdrawLogFile.

*> opens ARInvoice.dat for update, creating it if missing
OpenARInvoiceFile.
       OPEN I-O ARInvoiceFile
       IF ARFileNotFound THEN
              OPEN OUTPUT ARInvoiceFile
              CLOSE ARInvoiceFile
              OPEN I-O ARInvoiceFile
       END-IF.

*> reads the next ledger line
ReadLedgerRecord.
       READ FeeBilledFile
           AT END MOVE "Y" TO WSLedgerEOF
       END-READ.

*> copies the work file back over the live fee ledger, with what the
*> withdrawal settled
CopyWorkBackToLedger.
       MOVE "N" TO WSWorkEOF
       OPEN INPUT FeeWorkFile
       OPEN OUTPUT FeeBilledFile
       PERFORM ReadFeeWork
       PERFORM UNTIL WorkEOF
              MOVE FeeWorkRecord TO FeeBilledRecord
              WRITE FeeBilledRecord
              PERFORM ReadFeeWork
       END-PERFORM
       CLOSE FeeWorkFile
       CLOSE FeeBilledFile.

*> reads the next line back off the fee ledger work copy
ReadFeeWork.
       READ FeeWorkFile
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

*> cobc -x enrwithd.cbl          to load the program
*> ./enrwithd                    to run the program
