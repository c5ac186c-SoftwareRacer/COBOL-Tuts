>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. termpay.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL TerminationFile ASSIGN TO "Termination.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL TermWorkFile ASSIGN TO "Termination.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL EmployeeMasterFile ASSIGN TO "EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS EMIdent
           FILE STATUS IS WSEmpFileStatus.

       SELECT OPTIONAL LeaveBalFile ASSIGN TO "LeaveBal.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LVIdent
           FILE STATUS IS WSLeaveFileStatus.

       SELECT OPTIONAL BenEnrollFile ASSIGN TO "BenEnroll.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL BenEnrollWorkFile ASSIGN TO "BenEnroll.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL RecurDeductFile ASSIGN TO "RecurDeduct.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL RecurDeductWorkFile ASSIGN TO "RecurDeduct.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL EmpBankFile ASSIGN TO "EmpBank.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS EBIdent
           FILE STATUS IS WSBankFileStatus.

       SELECT OPTIONAL PayrollFile ASSIGN TO "Payroll.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL TimeCardFile ASSIGN TO "TimeCard.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL CheckRegisterFile ASSIGN TO "CheckRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL YTDMasterFile ASSIGN TO "YTDMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS YTDIdent
           FILE STATUS IS WSYTDFileStatus.

       SELECT OPTIONAL PayPeriodFile ASSIGN TO "PayPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL DayActivityFile ASSIGN TO "DayActivity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the leavers empmaint has terminated, with the final-pay steps this
*> run has already done for each - copied through a work file as the
*> run works it
FD  TerminationFile.
COPY TERMREC.

*> work copy the termination file is rewritten through
FD  TermWorkFile.
01 TermWorkRecord PIC X(70).

FD  EmployeeMasterFile.
COPY EMPREC.

*> the vacation balance paid out on the final check comes off here,
*> and goes to zero once it has been paid
FD  LeaveBalFile.
COPY LEAVEBAL.

*> a leaver's enrollment gets the last day as its end date
FD  BenEnrollFile.
COPY BENROLL.

*> work copy the enrollment file is rewritten through when a leaver's
*> lines are ended
FD  BenEnrollWorkFile.
01 BenEnrollWorkRecord PIC X(24).

*> and so does each of their recurring-deduction lines
FD  RecurDeductFile.
COPY RECDED.

*> and the work copy the deduction file is rewritten through
FD  RecurDeductWorkFile.
01 RecurDeductWorkRecord PIC X(49).

*> the direct-deposit account, inactivated once the final payment has
*> gone out so nothing after it can ride the bank extract
FD  EmpBankFile.
COPY EMPBANK.

FD  PayrollFile.
COPY PAYREC.

*> an unpaid card for the last period means the final regular pay has
*> not run yet - the payout waits for it, so the balance paid out is
*> the one left after the last accrual and leave taken
FD  TimeCardFile.
COPY TIMECARD.

*> the checks and deposits paycheck has issued - the final payment is
*> out once every payment in the final period has an entry here
FD  CheckRegisterFile.
01 CheckRegisterRecord.
       02 CRCheckNum  PIC 9(6).
       02 CRIdent     PIC 9(3).
       02 CRPayPeriod PIC 9(6).
       02 CRAmount    PIC 9(5)V99.
       02 CRStatus    PIC X.

FD  YTDMasterFile.
COPY YTDREC.

*> the pay-period control file payclose keeps - the payout goes out
*> in the current period, so a closed current period refuses the run
FD  PayPeriodFile.
01 PayPeriodRecord.
       02 PPPeriod PIC 9(6).
       02 PPStatus PIC X.

*> the run's posted count for the balancing close
FD  DayActivityFile.
COPY DAYACT.

WORKING-STORAGE SECTION.
01 WSEmpFileStatus PIC XX VALUE "00".

01 WSLeaveFileStatus PIC XX VALUE "00".
       88 LeaveFileMissing VALUE "05", "35".

01 WSBankFileStatus PIC XX VALUE "00".
       88 BankFileMissing VALUE "05", "35".

01 WSYTDFileStatus PIC XX VALUE "00".
       88 YTDFileNotFound VALUE "35".

01 WSTermEOF PIC X VALUE "N".
       88 TermEOF VALUE "Y".

01 WSLineEOF PIC X VALUE "N".
       88 LineEOF VALUE "Y".

01 WSWorkEOF PIC X VALUE "N".
       88 WorkEOF VALUE "Y".

01 WSPayEOF PIC X VALUE "N".
       88 PayEOF VALUE "Y".

01 WSCardEOF PIC X VALUE "N".
       88 CardEOF VALUE "Y".

01 WSRegEOF PIC X VALUE "N".
       88 RegEOF VALUE "Y".

01 WSPeriodEOF PIC X VALUE "N".
       88 PeriodEOF VALUE "Y".

01 WSPeriodOpen PIC X VALUE "Y".
       88 PeriodOpen VALUE "Y".

*> the termination line of the leaver the run is working, laid out as
*> the record is
01 WSTermEntry.
       02 WSTMIdent        PIC 9(3).
       02 WSTMLastDay      PIC 9(8).
       02 WSTMReason       PIC X(8).
       02 WSTMKeyDate      PIC 9(8).
       02 WSTMOperator     PIC X(8).
       02 WSTMLastPeriod   PIC 9(6).
       02 WSTMBenDone      PIC X.
       02 WSTMDedDone      PIC X.
       02 WSTMPayoutDone   PIC X.
       02 WSTMPayoutHours  PIC 9(3)V99.
       02 WSTMPayoutAmount PIC 9(5)V99.
       02 WSTMPayoutPeriod PIC 9(6).
       02 WSTMBankDone     PIC X.
       02 WSTMFinalPeriod  PIC 9(6).
       02 WSTMStatus       PIC X.

*> the leaver's enrollment and deduction lines ended this run - the
*> live file is replaced by its work copy only when there were any
01 WSEndedCount PIC 9(3) VALUE 0.

*> the leaver on hand
01 WSLeaverIdent PIC 9(3) VALUE 0.
01 WSLeaverName  PIC X(20) VALUE SPACES.
01 WSLeaverRate  PIC 9(3)V99 VALUE 0.

01 WSFinalPayWaiting PIC X VALUE "N".
       88 FinalPayWaiting VALUE "Y".
01 WSCardOnFile   PIC X VALUE "N".
01 WSRegularPaid  PIC X VALUE "N".
01 WSPayoutNote   PIC X(40) VALUE SPACES.

*> the final payment's period and how far paycheck has got with it
01 WSFinalPeriod  PIC 9(6) VALUE 0.
01 WSPayCount     PIC 9(3) VALUE 0.
01 WSIssuedCount  PIC 9(3) VALUE 0.

*> the vacation payout through the same deduction and net chain the
*> regular runs use
01 WSCalcOK PIC X VALUE "N".
       88 CalcOK VALUE "Y".

01 WSPayoutHours PIC 9(3)V99 VALUE 0.
01 WSGrossPay    PIC 9(5)V99 VALUE 0.
01 WSTaxWithheld PIC 9(5)V99 VALUE 0.
01 WSRetirement  PIC 9(5)V99 VALUE 0.
01 WSDeductions  PIC 9(5)V99 VALUE 0.
01 WSNetPay      PIC 9(5)V99 VALUE 0.

01 WSDeductProgram PIC X(9) VALUE "paydeduct".
01 WSDedIdent      PIC 9(3) VALUE 0.
01 WSDedPeriod     PIC 9(6) VALUE 0.
01 WSDedGross      PIC S9(7)V99 VALUE 0.
01 WSDedTax        PIC S9(7)V99 VALUE 0.
01 WSDedRetirement PIC S9(7)V99 VALUE 0.
01 WSDedInsurance  PIC S9(7)V99 VALUE 0.
01 WSDedTotal      PIC S9(7)V99 VALUE 0.

01 WSArithProgram PIC X(9) VALUE "coboltut4".
01 WSArithNum1   PIC S9(7)V99 VALUE 0.
01 WSArithNum2   PIC S9(7)V99 VALUE 0.
01 WSArithOp     PIC X VALUE "S".
01 WSArithResult PIC S9(7)V99 VALUE 0.

*> operands for the dynamic CALL dispatch into the shared callookup
*> calendar service - today's period is the one the payout goes in
01 WSCalProgram   PIC X(9) VALUE "callookup".
01 WSCalDate      PIC 9(8) VALUE 0.
01 WSCalPeriod    PIC 9(6) VALUE 0.
01 WSCalStart     PIC 9(8) VALUE 0.
01 WSCalEnd       PIC 9(8) VALUE 0.
01 WSCalCheckDate PIC 9(8) VALUE 0.

01 WSCurrentPeriod PIC 9(6) VALUE 0.

01 WSTodayDate PIC 9(8).
01 WSToday REDEFINES WSTodayDate.
       02 WSTodayYYYY PIC 9(4).
       02 WSTodayMM   PIC 99.
       02 WSTodayDD   PIC 99.

01 WSLeaverCount  PIC 9(5) VALUE 0.
01 WSOpenCount    PIC 9(5) VALUE 0.
01 WSPostedCount  PIC 9(5) VALUE 0.
01 WSClosedCount  PIC 9(5) VALUE 0.

01 WSEditAmount PIC $$,$$9.99.
01 WSEditHours  PIC ZZ9.99.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
PERFORM ResolveCurrentPeriod
PERFORM CheckPeriodOpen
IF NOT PeriodOpen THEN
       DISPLAY "Pay period " WSCurrentPeriod
           " is closed on the control file - final pay run refused"
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF

MOVE "O" TO RPTOperation
MOVE "TermCheck.txt" TO RPTFileName
MOVE "termpay" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Termination Checklist" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl

OPEN INPUT EmployeeMasterFile
PERFORM OpenLeaveBalFile
PERFORM OpenEmpBankFile
PERFORM OpenYTDMasterFile
PERFORM WorkTerminationFile
CLOSE EmployeeMasterFile
CLOSE LeaveBalFile
CLOSE EmpBankFile
CLOSE YTDMasterFile

PERFORM WriteDayActivity

MOVE SPACES TO RPTLine
STRING "Leavers: " WSLeaverCount "  Still open: " WSOpenCount
    "  Completed this run: " WSClosedCount
    "  Payouts: " WSPostedCount
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Leavers on file          : " WSLeaverCount
DISPLAY "Still open               : " WSOpenCount
DISPLAY "Completed this run       : " WSClosedCount
DISPLAY "Vacation payouts posted  : " WSPostedCount
DISPLAY "Checklist written to TermCheck.txt"

STOP RUN.

*> writes one checklist line through the report service
WriteCheckLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> today's pay period off the calendar, the computed monthly figure
*> where the calendar has no period covering today
ResolveCurrentPeriod.
       ACCEPT WSTodayDate FROM DATE YYYYMMDD
       MOVE WSTodayDate TO WSCalDate
       CALL WSCalProgram USING WSCalDate, WSCalPeriod, WSCalStart,
           WSCalEnd, WSCalCheckDate
       IF RETURN-CODE = 0 THEN
              MOVE WSCalPeriod TO WSCurrentPeriod
       ELSE
              COMPUTE WSCurrentPeriod = WSTodayYYYY * 100 + WSTodayMM
       END-IF
       MOVE 0 TO RETURN-CODE.

*> a closed current period takes no more payments
CheckPeriodOpen.
       MOVE "Y" TO WSPeriodOpen
       MOVE "N" TO WSPeriodEOF
       OPEN INPUT PayPeriodFile
       PERFORM ReadPayPeriod
       PERFORM UNTIL PeriodEOF
              IF PPPeriod = WSCurrentPeriod AND PPStatus = "C" THEN
                     MOVE "N" TO WSPeriodOpen
              END-IF
              PERFORM ReadPayPeriod
       END-PERFORM
       CLOSE PayPeriodFile.

*> reads the next period/status line off the control file
ReadPayPeriod.
       READ PayPeriodFile
           AT END MOVE "Y" TO WSPeriodEOF
       END-READ.

*> opens the leave balances for the payout, creating the file the
*> first time the job finds it missing
OpenLeaveBalFile.
       OPEN I-O LeaveBalFile
       IF LeaveFileMissing THEN
              OPEN OUTPUT LeaveBalFile
              CLOSE LeaveBalFile
              OPEN I-O LeaveBalFile
       END-IF.

*> opens the direct-deposit file, creating it the first time
OpenEmpBankFile.
       OPEN I-O EmpBankFile
       IF BankFileMissing THEN
              OPEN OUTPUT EmpBankFile
              CLOSE EmpBankFile
              OPEN I-O EmpBankFile
       END-IF.

*> opens the YTD master for the payout rollup, creating it the first
*> time the job finds it missing
OpenYTDMasterFile.
       OPEN I-O YTDMasterFile
       IF YTDFileNotFound THEN
              OPEN OUTPUT YTDMasterFile
              CLOSE YTDMasterFile
              OPEN I-O YTDMasterFile
       END-IF.

*> works every leaver on the termination file in one pass, each line
*> copied through the work copy with the steps this run completed -
*> however many leavers the file has come to hold
WorkTerminationFile.
       MOVE "N" TO WSTermEOF
       OPEN INPUT TerminationFile
       OPEN OUTPUT TermWorkFile
       PERFORM ReadTermination
       PERFORM UNTIL TermEOF
              MOVE TerminationRecord TO WSTermEntry
              PERFORM WorkOneLeaver
              MOVE WSTermEntry TO TermWorkRecord
              WRITE TermWorkRecord
              PERFORM ReadTermination
       END-PERFORM
       CLOSE TerminationFile
       CLOSE TermWorkFile
       PERFORM CopyWorkBackToTermination.

*> reads the next termination line
ReadTermination.
       READ TerminationFile
           AT END MOVE "Y" TO WSTermEOF
       END-READ.

*> copies the work file back over the live termination file
CopyWorkBackToTermination.
       MOVE "N" TO WSWorkEOF
       OPEN INPUT TermWorkFile
       OPEN OUTPUT TerminationFile
       PERFORM ReadTermWork
       PERFORM UNTIL WorkEOF
              MOVE TermWorkRecord TO TerminationRecord
              WRITE TerminationRecord
              PERFORM ReadTermWork
       END-PERFORM
       CLOSE TermWorkFile
       CLOSE TerminationFile.

*> reads the next line back off the termination work copy
ReadTermWork.
       READ TermWorkFile
           AT END MOVE "Y" TO WSWorkEOF
       END-READ.

*> one leaver: the steps still open are worked in order - benefits end
*> as of the last day, the vacation balance is paid out and recurring
*> deductions end as of the last day once the final regular pay has
*> run, and the deposit account is shut off once paycheck has issued
*> the final payment - then the checklist shows where every step stands
WorkOneLeaver.
       ADD 1 TO WSLeaverCount
       MOVE WSTMIdent TO WSLeaverIdent
       MOVE "N" TO WSFinalPayWaiting
       MOVE SPACES TO WSPayoutNote
       MOVE "(not on the master)" TO WSLeaverName
       MOVE 0 TO WSLeaverRate
       MOVE WSLeaverIdent TO EMIdent
       READ EmployeeMasterFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
              MOVE EMName TO WSLeaverName
              MOVE EMPayRate TO WSLeaverRate
       END-READ
       IF WSTMStatus = "O" THEN
              PERFORM WorkOpenSteps
       END-IF
       PERFORM PrintChecklist.

*> the steps still to do for an open leaver - the recurring deduction
*> lines are ended only once the final regular pay has run, since
*> payrecur takes nothing off a paycheck for an ended line and the
*> last period's pay still owes them
WorkOpenSteps.
       IF WSTMBenDone = "N" THEN
              PERFORM EndBenefits
       END-IF
       IF WSTMPayoutDone = "N" THEN
              PERFORM CheckFinalRegularPay
              IF NOT FinalPayWaiting THEN
                     PERFORM PayOutVacation
              END-IF
       END-IF
       IF WSTMDedDone = "N" AND NOT FinalPayWaiting THEN
              PERFORM EndRecurDeductions
       END-IF
       IF WSTMPayoutDone NOT = "N"
           AND WSTMBankDone = "N" THEN
              PERFORM CheckFinalPaymentIssued
       END-IF
       IF WSTMBenDone NOT = "N"
           AND WSTMDedDone NOT = "N"
           AND WSTMPayoutDone NOT = "N"
           AND WSTMBankDone NOT = "N" THEN
              MOVE "C" TO WSTMStatus
              ADD 1 TO WSClosedCount
       ELSE
              ADD 1 TO WSOpenCount
       END-IF.

*> ends the leaver's open enrollment with the last day - "Y" when a
*> line was ended, "-" when there was no coverage to end
EndBenefits.
       MOVE 0 TO WSEndedCount
       MOVE "N" TO WSLineEOF
       OPEN INPUT BenEnrollFile
       OPEN OUTPUT BenEnrollWorkFile
       PERFORM ReadBenEnroll
       PERFORM UNTIL LineEOF
              IF BEIdent = WSLeaverIdent THEN
                     PERFORM EndOneEnrollment
              END-IF
              MOVE BenEnrollRecord TO BenEnrollWorkRecord
              WRITE BenEnrollWorkRecord
              PERFORM ReadBenEnroll
       END-PERFORM
       CLOSE BenEnrollFile
       CLOSE BenEnrollWorkFile
       IF WSEndedCount > 0 THEN
              PERFORM CopyWorkBackToBenEnroll
              MOVE "Y" TO WSTMBenDone
       ELSE
              MOVE "-" TO WSTMBenDone
       END-IF.

*> reads the next enrollment line
ReadBenEnroll.
       READ BenEnrollFile
           AT END MOVE "Y" TO WSLineEOF
       END-READ.

*> copies the work file back over the live enrollment file
CopyWorkBackToBenEnroll.
       MOVE "N" TO WSWorkEOF
       OPEN INPUT BenEnrollWorkFile
       OPEN OUTPUT BenEnrollFile
       PERFORM ReadBenEnrollWork
       PERFORM UNTIL WorkEOF
              MOVE BenEnrollWorkRecord TO BenEnrollRecord
              WRITE BenEnrollRecord
              PERFORM ReadBenEnrollWork
       END-PERFORM
       CLOSE BenEnrollWorkFile
       CLOSE BenEnrollFile.

*> reads the next line back off the enrollment work copy
ReadBenEnrollWork.
       READ BenEnrollWorkFile
           AT END MOVE "Y" TO WSWorkEOF
       END-READ.

*> an enrollment line not already ended gets the last day
EndOneEnrollment.
       IF BEEndDate IS NOT NUMERIC THEN
              MOVE 0 TO BEEndDate
       END-IF
       IF BEEndDate = 0 THEN
              MOVE WSTMLastDay TO BEEndDate
              ADD 1 TO WSEndedCount
       END-IF.

*> ends each of the leaver's garnishment, charity and recovery lines
*> with the last day - the floor line and everyone else's lines are
*> written back as they were
EndRecurDeductions.
       MOVE 0 TO WSEndedCount
       MOVE "N" TO WSLineEOF
       OPEN INPUT RecurDeductFile
       OPEN OUTPUT RecurDeductWorkFile
       PERFORM ReadRecurDeduct
       PERFORM UNTIL LineEOF
              IF RDIdent = WSLeaverIdent
                  AND (RDDeduction OR RDARRecovery) THEN
                     PERFORM EndOneDeduction
              END-IF
              MOVE RecurDeductRecord TO RecurDeductWorkRecord
              WRITE RecurDeductWorkRecord
              PERFORM ReadRecurDeduct
       END-PERFORM
       CLOSE RecurDeductFile
       CLOSE RecurDeductWorkFile
       IF WSEndedCount > 0 THEN
              PERFORM CopyWorkBackToRecurDeduct
              MOVE "Y" TO WSTMDedDone
       ELSE
              MOVE "-" TO WSTMDedDone
       END-IF.

*> reads the next recurring-deduction line
ReadRecurDeduct.
       READ RecurDeductFile
           AT END MOVE "Y" TO WSLineEOF
       END-READ.

*> copies the work file back over the live deduction file
CopyWorkBackToRecurDeduct.
       MOVE "N" TO WSWorkEOF
       OPEN INPUT RecurDeductWorkFile
       OPEN OUTPUT RecurDeductFile
       PERFORM ReadRecurDeductWork
       PERFORM UNTIL WorkEOF
              MOVE RecurDeductWorkRecord TO RecurDeductRecord
              WRITE RecurDeductRecord
              PERFORM ReadRecurDeductWork
       END-PERFORM
       CLOSE RecurDeductWorkFile
       CLOSE RecurDeductFile.

*> reads the next line back off the deduction work copy
ReadRecurDeductWork.
       READ RecurDeductWorkFile
           AT END MOVE "Y" TO WSWorkEOF
       END-READ.

*> a deduction line not already ended gets the last day
EndOneDeduction.
       IF RDEndDate IS NOT NUMERIC THEN
              MOVE 0 TO RDEndDate
       END-IF
       IF RDEndDate = 0 THEN
              MOVE WSTMLastDay TO RDEndDate
              ADD 1 TO WSEndedCount
       END-IF.

*> the final regular pay has run once there is no card for the last
*> period, or the card there is has been paid
CheckFinalRegularPay.
       MOVE "N" TO WSCardOnFile
       MOVE "N" TO WSCardEOF
       OPEN INPUT TimeCardFile
       PERFORM ReadTimeCard
       PERFORM UNTIL CardEOF
              IF TCIdent = WSLeaverIdent
                  AND TCPeriod = WSTMLastPeriod THEN
                     MOVE "Y" TO WSCardOnFile
              END-IF
              PERFORM ReadTimeCard
       END-PERFORM
       CLOSE TimeCardFile
       MOVE "N" TO WSRegularPaid
       MOVE "N" TO WSPayEOF
       OPEN INPUT PayrollFile
       PERFORM ReadPayroll
       PERFORM UNTIL PayEOF
              IF PRIdent = WSLeaverIdent
                  AND PRPayPeriod = WSTMLastPeriod
                  AND NOT PRVoided AND NOT PRRetro
                  AND NOT PRFinalPay THEN
                     MOVE "Y" TO WSRegularPaid
              END-IF
              PERFORM ReadPayroll
       END-PERFORM
       CLOSE PayrollFile
       IF WSCardOnFile = "Y" AND WSRegularPaid = "N" THEN
              MOVE "Y" TO WSFinalPayWaiting
       END-IF.

*> reads the next timecard
ReadTimeCard.
       READ TimeCardFile
           AT END MOVE "Y" TO WSCardEOF
       END-READ.

*> reads the next payroll record
ReadPayroll.
       READ PayrollFile
           AT END MOVE "Y" TO WSPayEOF
       END-READ.

*> pays the remaining vacation hours at the master rate as the final
*> check: tax and retirement off paydeduct, no insurance since the
*> coverage ended with the last day, no recurring deductions since
*> those lines have ended too - "-" when there is no balance to pay
PayOutVacation.
       MOVE 0 TO WSPayoutHours
       MOVE WSLeaverIdent TO LVIdent
       READ LeaveBalFile
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE LVVacBalance TO WSPayoutHours
       END-READ
       EVALUATE TRUE
           WHEN WSPayoutHours = 0
              MOVE "-" TO WSTMPayoutDone
           WHEN WSLeaverRate = 0
              MOVE "no pay rate on the master - not paid"
                  TO WSPayoutNote
           WHEN OTHER
              PERFORM ComputePayout
              IF CalcOK THEN
                     PERFORM PostPayout
              END-IF
       END-EVALUATE.

*> gross, deductions and net for the payout
ComputePayout.
       MOVE "N" TO WSCalcOK
       COMPUTE WSGrossPay ROUNDED = WSPayoutHours * WSLeaverRate
           ON SIZE ERROR
              MOVE "payout overflows - not paid" TO WSPayoutNote
       NOT ON SIZE ERROR
              PERFORM ComputePayoutDeductions
       END-COMPUTE.

*> the deduction chain for the payout gross
ComputePayoutDeductions.
       MOVE WSLeaverIdent TO WSDedIdent
       MOVE WSCurrentPeriod TO WSDedPeriod
       MOVE WSGrossPay TO WSDedGross
       CALL WSDeductProgram USING WSDedIdent, WSDedPeriod,
           WSDedGross, WSDedTax, WSDedRetirement, WSDedInsurance,
           WSDedTotal
       IF RETURN-CODE NOT = 0 THEN
              MOVE 0 TO RETURN-CODE
              MOVE "deductions could not be figured - not paid"
                  TO WSPayoutNote
       ELSE
              MOVE WSDedTax TO WSTaxWithheld
              MOVE WSDedRetirement TO WSRetirement
              COMPUTE WSDeductions = WSTaxWithheld + WSRetirement
              MOVE WSGrossPay TO WSArithNum1
              MOVE WSDeductions TO WSArithNum2
              MOVE "S" TO WSArithOp
              CALL WSArithProgram USING WSArithNum1, WSArithNum2,
                  WSArithOp, WSArithResult
              IF RETURN-CODE NOT = 0 OR WSArithResult < 0 THEN
                     MOVE 0 TO RETURN-CODE
                     MOVE "net pay could not be figured - not paid"
                         TO WSPayoutNote
              ELSE
                     MOVE WSArithResult TO WSNetPay
                     MOVE "Y" TO WSCalcOK
              END-IF
       END-IF.

*> appends the payout to Payroll.dat as a final-pay record for
*> paycheck to issue, rolls it into the YTD master, and zeroes the
*> vacation balance that was paid
PostPayout.
       OPEN EXTEND PayrollFile
       MOVE WSLeaverIdent TO PRIdent
       MOVE WSCurrentPeriod TO PRPayPeriod
       MOVE WSGrossPay TO PRGross
       MOVE WSGrossPay TO PRRegularPay
       MOVE 0 TO PROvertimePay
       MOVE 0 TO PRPremiumPay
       MOVE WSTaxWithheld TO PRTaxWithheld
       MOVE WSRetirement TO PRRetirement
       MOVE 0 TO PRInsurance
       MOVE 0 TO PRGarnish
       MOVE WSNetPay TO PRNet
       MOVE "F" TO PRRecType
       MOVE 0 TO PRARRecover
       WRITE PayrollRecord
       CLOSE PayrollFile
       PERFORM UpdateYTDMaster
       MOVE 0 TO LVVacBalance
       REWRITE LeaveBalRecord
       MOVE "Y" TO WSTMPayoutDone
       MOVE WSPayoutHours TO WSTMPayoutHours
       MOVE WSGrossPay TO WSTMPayoutAmount
       MOVE WSCurrentPeriod TO WSTMPayoutPeriod
       ADD 1 TO WSPostedCount.

*> rolls the payout into the year-to-date master the way paybatch
*> rolls a paid timecard
UpdateYTDMaster.
       MOVE WSLeaverIdent TO YTDIdent
       READ YTDMasterFile
           INVALID KEY
              MOVE WSLeaverIdent TO YTDIdent
              MOVE WSTodayYYYY TO YTDYear
              MOVE WSGrossPay TO YTDGross
              MOVE WSDeductions TO YTDDeductions
              MOVE WSNetPay TO YTDNet
              MOVE WSTaxWithheld TO YTDTaxWithheld
              MOVE WSRetirement TO YTDRetirement
              MOVE 0 TO YTDInsurance
              WRITE YTDRecord
           NOT INVALID KEY
              IF YTDYear = WSTodayYYYY THEN
                     ADD WSGrossPay TO YTDGross
                     ADD WSDeductions TO YTDDeductions
                     ADD WSNetPay TO YTDNet
                     ADD WSTaxWithheld TO YTDTaxWithheld
                     ADD WSRetirement TO YTDRetirement
              ELSE
                     MOVE WSTodayYYYY TO YTDYear
                     MOVE WSGrossPay TO YTDGross
                     MOVE WSDeductions TO YTDDeductions
                     MOVE WSNetPay TO YTDNet
                     MOVE WSTaxWithheld TO YTDTaxWithheld
                     MOVE WSRetirement TO YTDRetirement
                     MOVE 0 TO YTDInsurance
              END-IF
              REWRITE YTDRecord
       END-READ.

*> the final payment is the payout when there was one, otherwise the
*> last period's regular pay - it is out once paycheck has a register
*> entry for every live payment in that period; then the deposit
*> account is made inactive ("-" when the leaver had none)
CheckFinalPaymentIssued.
       IF WSTMPayoutDone = "Y" THEN
              MOVE WSTMPayoutPeriod TO WSFinalPeriod
       ELSE
              MOVE WSTMLastPeriod TO WSFinalPeriod
       END-IF
       MOVE 0 TO WSPayCount
       MOVE "N" TO WSPayEOF
       OPEN INPUT PayrollFile
       PERFORM ReadPayroll
       PERFORM UNTIL PayEOF
              IF PRIdent = WSLeaverIdent
                  AND PRPayPeriod = WSFinalPeriod
                  AND NOT PRVoided THEN
                     ADD 1 TO WSPayCount
              END-IF
              PERFORM ReadPayroll
       END-PERFORM
       CLOSE PayrollFile
       MOVE 0 TO WSIssuedCount
       MOVE "N" TO WSRegEOF
       OPEN INPUT CheckRegisterFile
       PERFORM ReadCheckRegister
       PERFORM UNTIL RegEOF
              IF CRIdent = WSLeaverIdent
                  AND CRPayPeriod = WSFinalPeriod
                  AND CRStatus NOT = "V" THEN
                     ADD 1 TO WSIssuedCount
              END-IF
              PERFORM ReadCheckRegister
       END-PERFORM
       CLOSE CheckRegisterFile
       IF WSIssuedCount >= WSPayCount THEN
              MOVE WSFinalPeriod TO WSTMFinalPeriod
              PERFORM InactivateDeposit
       END-IF.

*> reads the next register entry
ReadCheckRegister.
       READ CheckRegisterFile
           AT END MOVE "Y" TO WSRegEOF
       END-READ.

*> shuts off the leaver's direct-deposit account
InactivateDeposit.
       MOVE WSLeaverIdent TO EBIdent
       READ EmpBankFile
           INVALID KEY
              MOVE "-" TO WSTMBankDone
           NOT INVALID KEY
              MOVE "I" TO EBStatus
              REWRITE EmpBankRecord
              MOVE "Y" TO WSTMBankDone
       END-READ.

*> the leaver's checklist: every step with DONE, N/A or OPEN, and why
*> an open one is still waiting
PrintChecklist.
       MOVE SPACES TO RPTLine
       PERFORM WriteCheckLine
       MOVE SPACES TO RPTLine
       STRING "Employee " WSLeaverIdent " " WSLeaverName
           " last day " WSTMLastDay
           " " WSTMReason
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteCheckLine
       MOVE SPACES TO RPTLine
       STRING "  DONE  Termination keyed " WSTMKeyDate
           " by " WSTMOperator
           " - history written, status inactive"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteCheckLine
       MOVE SPACES TO RPTLine
       STRING "  DONE  Timecards refused for periods after "
           WSTMLastDay
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteCheckLine
       MOVE SPACES TO RPTLine
       EVALUATE WSTMBenDone
           WHEN "Y"
              STRING "  DONE  Benefits coverage ended "
                  WSTMLastDay
                  DELIMITED BY SIZE INTO RPTLine
           WHEN "-"
              MOVE "  N/A   No benefits enrollment to end" TO RPTLine
           WHEN OTHER
              MOVE "  OPEN  Benefits coverage not yet ended" TO RPTLine
       END-EVALUATE
       PERFORM WriteCheckLine
       MOVE SPACES TO RPTLine
       EVALUATE WSTMDedDone
           WHEN "Y"
              STRING "  DONE  Recurring deductions ended "
                  WSTMLastDay
                  DELIMITED BY SIZE INTO RPTLine
           WHEN "-"
              MOVE "  N/A   No recurring deductions to end" TO RPTLine
           WHEN OTHER
              MOVE "  OPEN  Recurring deductions end once the final "
                  & "regular pay has run" TO RPTLine
       END-EVALUATE
       PERFORM WriteCheckLine
       PERFORM PrintPayoutStep
       PERFORM PrintBankSteps
       MOVE SPACES TO RPTLine
       IF WSTMStatus = "C" THEN
              MOVE "  Termination COMPLETE" TO RPTLine
       ELSE
              MOVE "  Termination OPEN - rerun after the waiting step"
                  TO RPTLine
       END-IF
       PERFORM WriteCheckLine.

*> the vacation payout step
PrintPayoutStep.
       MOVE SPACES TO RPTLine
       EVALUATE TRUE
           WHEN WSTMPayoutDone = "Y"
              MOVE WSTMPayoutHours TO WSEditHours
              MOVE WSTMPayoutAmount TO WSEditAmount
              STRING "  DONE  Vacation paid out " WSEditHours
                  " hrs " WSEditAmount " in period "
                  WSTMPayoutPeriod
                  DELIMITED BY SIZE INTO RPTLine
           WHEN WSTMPayoutDone = "-"
              MOVE "  N/A   No vacation balance to pay out" TO RPTLine
           WHEN FinalPayWaiting
              STRING "  OPEN  Vacation payout - waiting for paybatch "
                  "to pay period " WSTMLastPeriod
                  DELIMITED BY SIZE INTO RPTLine
           WHEN OTHER
              STRING "  OPEN  Vacation payout - " WSPayoutNote
                  DELIMITED BY SIZE INTO RPTLine
       END-EVALUATE
       PERFORM WriteCheckLine.

*> the final payment and direct-deposit steps
PrintBankSteps.
       MOVE SPACES TO RPTLine
       IF WSTMBankDone = "N" THEN
              MOVE "  OPEN  Final payment - waiting for paycheck to issue it"
                  TO RPTLine
       ELSE
              STRING "  DONE  Final payment issued for period "
                  WSTMFinalPeriod
                  DELIMITED BY SIZE INTO RPTLine
       END-IF
       PERFORM WriteCheckLine
       MOVE SPACES TO RPTLine
       EVALUATE WSTMBankDone
           WHEN "Y"
              MOVE "  DONE  Direct-deposit account inactivated"
                  TO RPTLine
           WHEN "-"
              MOVE "  N/A   No direct-deposit account on file"
                  TO RPTLine
           WHEN OTHER
              MOVE "  OPEN  Direct deposit live until the final payment"
                  TO RPTLine
       END-EVALUATE
       PERFORM WriteCheckLine.

*> appends the run's posted count to the activity feed the balancing
*> close reads
WriteDayActivity.
       IF WSPostedCount NOT = 0 THEN
              OPEN EXTEND DayActivityFile
              MOVE WSTodayDate TO ACDate
              MOVE "termpay" TO ACSource
              MOVE 0 TO ACCustDelta
              MOVE WSPostedCount TO ACPayCount
              WRITE DayActivityRecord
              CLOSE DayActivityFile
       END-IF.

*> cobc -x termpay.cbl           to load the program
*> cobc -m paydeduct.cbl coboltut4.cbl callookup.cbl rptwrite.cbl
*>                               builds the services it CALLs
*> ./termpay                     to run the program
