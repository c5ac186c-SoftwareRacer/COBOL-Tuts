>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. payvar.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL PayrollFile ASSIGN TO "Payroll.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL EmployeeMasterFile ASSIGN TO "EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS EMIdent
           FILE STATUS IS WSEmpFileStatus.

       SELECT OPTIONAL PayToleranceFile ASSIGN TO "PayTolerance.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL PayReviewFile ASSIGN TO "PayReview.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PVPeriod
           FILE STATUS IS WSReviewFileStatus.

       SELECT SortFile ASSIGN TO "VarianceSort.tmp".

DATA DIVISION.
FILE SECTION.
FD  PayrollFile.
COPY PAYREC.

FD  EmployeeMasterFile.
COPY EMPREC.

*> the maintained variance tolerances, in percent
FD  PayToleranceFile.
COPY PAYTOL.

*> the review control file - this run puts the period on hold until a
*> supervisor releases it, so a mistake is caught before paycheck
*> prints and positive pay goes to the bank
FD  PayReviewFile.
COPY PAYRVW.

*> the payroll records sorted by employee and period, so each
*> employee's history arrives oldest first ahead of the period under
*> review
SD  SortFile.
01 SortRecord.
       02 SRIdent       PIC 9(3).
       02 SRPayPeriod   PIC 9(6).
       02 SRGross       PIC 9(5)V99.
       02 SRRegularPay  PIC 9(5)V99.
       02 SROvertimePay PIC 9(5)V99.
       02 SRPremiumPay  PIC 9(5)V99.
       02 SRTaxWithheld PIC 9(5)V99.
       02 SRRetirement  PIC 9(5)V99.
       02 SRInsurance   PIC 9(5)V99.
       02 SRGarnish     PIC 9(5)V99.
       02 SRNet         PIC 9(5)V99.
       02 SRRecType     PIC X.
       02 SRARRecover   PIC 9(5)V99.

WORKING-STORAGE SECTION.
01 WSEmpFileStatus PIC XX VALUE "00".

01 WSSortEOF PIC X VALUE "N".
       88 SortEOF VALUE "Y".

01 WSReviewFileStatus PIC XX VALUE "00".
       88 ReviewFileNotFound VALUE "35".

01 WSReviewOnFile PIC X VALUE "N".
       88 ReviewOnFile VALUE "Y".

01 WSCurrentPeriod PIC 9(6) VALUE 0.

01 WSTodayDate PIC 9(8).
01 WSToday REDEFINES WSTodayDate.
       02 WSTodayYYYY PIC 9(4).
       02 WSTodayMM   PIC 99.
       02 WSTodayDD   PIC 99.

01 WSCalProgram   PIC X(9) VALUE "callookup".
01 WSCalDate      PIC 9(8) VALUE 0.
01 WSCalPeriod    PIC 9(6) VALUE 0.
01 WSCalStart     PIC 9(8) VALUE 0.
01 WSCalEnd       PIC 9(8) VALUE 0.
01 WSCalCheckDate PIC 9(8) VALUE 0.

*> the tolerances in force - 20 percent either way when none have been
*> maintained yet
01 WSTolGross PIC 9(3)V9 VALUE 20.0.
01 WSTolNet   PIC 9(3)V9 VALUE 20.0.

*> the employee and period the sorted records are accumulating into
01 WSHaveEmployee PIC X VALUE "N".
       88 HaveEmployee VALUE "Y".
01 WSThisIdent  PIC 9(3) VALUE 0.
01 WSHavePeriod PIC X VALUE "N".
       88 HavePeriod VALUE "Y".
01 WSThisPeriod PIC 9(6) VALUE 0.

01 WSPeriodGross    PIC 9(7)V99 VALUE 0.
01 WSPeriodNet      PIC 9(7)V99 VALUE 0.
01 WSPeriodPayments PIC 9(3) VALUE 0.
01 WSPeriodRegular  PIC 9(3) VALUE 0.

*> the period under review for the employee, the last period paid
*> before it, and the running history the average comes from
01 WSHaveCurrent PIC X VALUE "N".
       88 HaveCurrent VALUE "Y".
01 WSCurGross    PIC 9(7)V99 VALUE 0.
01 WSCurNet      PIC 9(7)V99 VALUE 0.
01 WSCurPayments PIC 9(3) VALUE 0.
01 WSCurRegular  PIC 9(3) VALUE 0.

01 WSLastPeriod PIC 9(6) VALUE 0.
01 WSLastGross  PIC 9(7)V99 VALUE 0.
01 WSLastNet    PIC 9(7)V99 VALUE 0.

01 WSHistCount PIC 9(5) VALUE 0.
01 WSHistGross PIC 9(9)V99 VALUE 0.
01 WSHistNet   PIC 9(9)V99 VALUE 0.
01 WSAvgGross  PIC 9(7)V99 VALUE 0.
01 WSAvgNet    PIC 9(7)V99 VALUE 0.

*> one variance computation: the current figure against a base, as an
*> unsigned percentage of the base
01 WSVarCurrent PIC 9(9)V99 VALUE 0.
01 WSVarBase    PIC 9(9)V99 VALUE 0.
01 WSVarDiff    PIC 9(9)V99 VALUE 0.
01 WSVarPct     PIC 9(5)V9 VALUE 0.
01 WSVarTol     PIC 9(3)V9 VALUE 0.
01 WSVarLabel   PIC X(30) VALUE SPACES.

01 WSEmpFlagged PIC X VALUE "N".
       88 EmpFlagged VALUE "Y".

01 WSEmpName PIC X(20) VALUE SPACES.

01 WSEmployeeCount PIC 9(5) VALUE 0.
01 WSFlaggedCount  PIC 9(5) VALUE 0.
01 WSPaymentCount  PIC 9(5) VALUE 0.

01 WSEditCur  PIC ZZZ,ZZ9.99.
01 WSEditLast PIC ZZZ,ZZ9.99.
01 WSEditAvg  PIC ZZZ,ZZ9.99.
01 WSEditPct  PIC ZZZZ9.9.
01 WSEditTol  PIC ZZ9.9.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
PERFORM ResolveCurrentPeriod
PERFORM LoadTolerances

MOVE "O" TO RPTOperation
MOVE "PayVariance.txt" TO RPTFileName
MOVE "payvar" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Payroll Variance Review" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl

MOVE WSTolGross TO WSEditPct
MOVE WSTolNet TO WSEditTol
MOVE SPACES TO RPTLine
STRING "Pay period " WSCurrentPeriod "   tolerance gross " WSEditPct
    "%  net " WSEditTol "%"
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine

OPEN INPUT EmployeeMasterFile
SORT SortFile ON ASCENDING KEY SRIdent SRPayPeriod
    USING PayrollFile
    OUTPUT PROCEDURE IS ReviewPayroll
CLOSE EmployeeMasterFile

IF WSEmployeeCount = 0 THEN
       MOVE SPACES TO RPTLine
       STRING "No payments on file for period " WSCurrentPeriod
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
END-IF

PERFORM HoldPeriod

MOVE SPACES TO RPTLine
STRING "Employees reviewed: " WSEmployeeCount
    "  Payments: " WSPaymentCount
    "  Flagged: " WSFlaggedCount
    "  - period held for release"
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Employees reviewed : " WSEmployeeCount
DISPLAY "Employees flagged  : " WSFlaggedCount
DISPLAY "Period " WSCurrentPeriod " held - checks and deposits wait "
    "for a supervisor release through payrel"
DISPLAY "Report written to PayVariance.txt"

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> resolves today's pay period off the maintained calendar through
*> the shared callookup service, the computed monthly figure where
*> the calendar does not cover today
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

*> picks up the maintained tolerances, keeping the defaults when none
*> are on file
LoadTolerances.
       OPEN INPUT PayToleranceFile
       READ PayToleranceFile
           AT END
              CONTINUE
           NOT AT END
              IF PTGrossPct IS NUMERIC AND PTGrossPct > 0 THEN
                     MOVE PTGrossPct TO WSTolGross
              END-IF
              IF PTNetPct IS NUMERIC AND PTNetPct > 0 THEN
                     MOVE PTNetPct TO WSTolNet
              END-IF
       END-READ
       CLOSE PayToleranceFile.

*> takes the sorted records back, breaking by employee and by period -
*> voided payments are no longer part of anyone's pay
ReviewPayroll.
       PERFORM ReturnSortRecord
       PERFORM UNTIL SortEOF
              IF HaveEmployee AND SRIdent NOT = WSThisIdent THEN
                     PERFORM CloseEmployee
              END-IF
              IF HavePeriod AND SRPayPeriod NOT = WSThisPeriod THEN
                     PERFORM ClosePeriod
              END-IF
              IF NOT HaveEmployee THEN
                     PERFORM StartEmployee
              END-IF
              IF NOT HavePeriod THEN
                     PERFORM StartPeriod
              END-IF
              ADD SRGross TO WSPeriodGross
              ADD SRNet TO WSPeriodNet
              ADD 1 TO WSPeriodPayments
              IF SRRecType = SPACE THEN
                     ADD 1 TO WSPeriodRegular
              END-IF
              PERFORM ReturnSortRecord
       END-PERFORM
       IF HaveEmployee THEN
              PERFORM CloseEmployee
       END-IF.

*> returns the next live record off the sort
ReturnSortRecord.
       RETURN SortFile
           AT END MOVE "Y" TO WSSortEOF
       END-RETURN
       PERFORM UNTIL SortEOF OR SRRecType NOT = "V"
              RETURN SortFile
                  AT END MOVE "Y" TO WSSortEOF
              END-RETURN
       END-PERFORM.

*> clears the employee accumulators for a new employee
StartEmployee.
       MOVE SRIdent TO WSThisIdent
       MOVE "Y" TO WSHaveEmployee
       MOVE "N" TO WSHaveCurrent
       MOVE 0 TO WSCurGross
       MOVE 0 TO WSCurNet
       MOVE 0 TO WSCurPayments
       MOVE 0 TO WSCurRegular
       MOVE 0 TO WSLastPeriod
       MOVE 0 TO WSLastGross
       MOVE 0 TO WSLastNet
       MOVE 0 TO WSHistCount
       MOVE 0 TO WSHistGross
       MOVE 0 TO WSHistNet.

*> clears the period accumulators for a new period
StartPeriod.
       MOVE SRPayPeriod TO WSThisPeriod
       MOVE "Y" TO WSHavePeriod
       MOVE 0 TO WSPeriodGross
       MOVE 0 TO WSPeriodNet
       MOVE 0 TO WSPeriodPayments
       MOVE 0 TO WSPeriodRegular.

*> files the period just finished: the period under review, or one
*> more period of history - the last of those before the period under
*> review is the last paid period; later periods play no part
ClosePeriod.
       EVALUATE TRUE
           WHEN WSThisPeriod = WSCurrentPeriod
              MOVE "Y" TO WSHaveCurrent
              MOVE WSPeriodGross TO WSCurGross
              MOVE WSPeriodNet TO WSCurNet
              MOVE WSPeriodPayments TO WSCurPayments
              MOVE WSPeriodRegular TO WSCurRegular
           WHEN WSThisPeriod < WSCurrentPeriod
              MOVE WSThisPeriod TO WSLastPeriod
              MOVE WSPeriodGross TO WSLastGross
              MOVE WSPeriodNet TO WSLastNet
              ADD WSPeriodGross TO WSHistGross
              ADD WSPeriodNet TO WSHistNet
              ADD 1 TO WSHistCount
           WHEN OTHER
              CONTINUE
       END-EVALUATE
       MOVE "N" TO WSHavePeriod.

*> finishes the employee: reviewed only when paid in the period
CloseEmployee.
       IF HavePeriod THEN
              PERFORM ClosePeriod
       END-IF
       IF HaveCurrent THEN
              PERFORM ReviewEmployee
       END-IF
       MOVE "N" TO WSHaveEmployee.

*> prints the employee's gross and net against the last paid period
*> and the average, then every check that tripped
ReviewEmployee.
       ADD 1 TO WSEmployeeCount
       ADD WSCurPayments TO WSPaymentCount
       MOVE "N" TO WSEmpFlagged
       MOVE 0 TO WSAvgGross
       MOVE 0 TO WSAvgNet
       IF WSHistCount > 0 THEN
              COMPUTE WSAvgGross ROUNDED = WSHistGross / WSHistCount
              COMPUTE WSAvgNet ROUNDED = WSHistNet / WSHistCount
       END-IF
       MOVE "(not on master)" TO WSEmpName
       MOVE WSThisIdent TO EMIdent
       READ EmployeeMasterFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE EMName TO WSEmpName
       END-READ
       MOVE WSCurGross TO WSEditCur
       MOVE WSLastGross TO WSEditLast
       MOVE WSAvgGross TO WSEditAvg
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING WSThisIdent " " WSEmpName " Gross " WSEditCur
           " last " WSEditLast " avg " WSEditAvg
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE WSCurNet TO WSEditCur
       MOVE WSLastNet TO WSEditLast
       MOVE WSAvgNet TO WSEditAvg
       MOVE SPACES TO RPTLine
       STRING "                         Net   " WSEditCur
           " last " WSEditLast " avg " WSEditAvg
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       PERFORM CheckPaymentFlags
       IF WSHistCount = 0 THEN
              MOVE "    no earlier pay on file - nothing to compare"
                  TO RPTLine
              PERFORM WriteReportLine
       ELSE
              PERFORM CheckVarianceFlags
       END-IF
       IF EmpFlagged THEN
              ADD 1 TO WSFlaggedCount
       END-IF.

*> zero net pay (the most the net field can show of a negative one)
*> and a second regular payment in the period are flagged outright
CheckPaymentFlags.
       IF WSCurNet = 0 THEN
              MOVE "    ** zero or negative net pay" TO RPTLine
              PERFORM WriteReportLine
              MOVE "Y" TO WSEmpFlagged
       END-IF
       IF WSCurRegular > 1 THEN
              MOVE SPACES TO RPTLine
              STRING "    ** paid twice - " WSCurRegular
                  " regular payments in the period"
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
              MOVE "Y" TO WSEmpFlagged
       END-IF.

*> gross and net each against the last paid period and the average
CheckVarianceFlags.
       MOVE WSTolGross TO WSVarTol
       MOVE WSCurGross TO WSVarCurrent
       MOVE WSLastGross TO WSVarBase
       MOVE "gross vs last paid period" TO WSVarLabel
       PERFORM CheckOneVariance
       MOVE WSAvgGross TO WSVarBase
       MOVE "gross vs average" TO WSVarLabel
       PERFORM CheckOneVariance
       MOVE WSTolNet TO WSVarTol
       MOVE WSCurNet TO WSVarCurrent
       MOVE WSLastNet TO WSVarBase
       MOVE "net vs last paid period" TO WSVarLabel
       PERFORM CheckOneVariance
       MOVE WSAvgNet TO WSVarBase
       MOVE "net vs average" TO WSVarLabel
       PERFORM CheckOneVariance.

*> one comparison - a base of zero has nothing to compare against and
*> is left to the zero-net check
CheckOneVariance.
       IF WSVarBase > 0 THEN
              IF WSVarCurrent > WSVarBase THEN
                     COMPUTE WSVarDiff = WSVarCurrent - WSVarBase
              ELSE
                     COMPUTE WSVarDiff = WSVarBase - WSVarCurrent
              END-IF
              COMPUTE WSVarPct ROUNDED = WSVarDiff * 100 / WSVarBase
                  ON SIZE ERROR
                     MOVE 99999.9 TO WSVarPct
              END-COMPUTE
              IF WSVarPct > WSVarTol THEN
                     MOVE WSVarPct TO WSEditPct
                     MOVE WSVarTol TO WSEditTol
                     MOVE SPACES TO RPTLine
                     STRING "    ** " WSVarLabel DELIMITED BY "  "
                         " off by " WSEditPct "% (tolerance "
                         WSEditTol "%)"
                         DELIMITED BY SIZE INTO RPTLine
                     PERFORM WriteReportLine
                     MOVE "Y" TO WSEmpFlagged
              END-IF
       END-IF.

*> puts the period on hold on the review control file, with what the
*> review found - a period already released goes back on hold, since
*> the payroll it was released on may have changed
HoldPeriod.
       PERFORM OpenPayReviewFile
       MOVE WSCurrentPeriod TO PVPeriod
       READ PayReviewFile
           INVALID KEY MOVE "N" TO WSReviewOnFile
           NOT INVALID KEY MOVE "Y" TO WSReviewOnFile
       END-READ
       MOVE WSCurrentPeriod TO PVPeriod
       MOVE "H" TO PVStatus
       MOVE WSTodayDate TO PVReviewDate
       MOVE WSPaymentCount TO PVPayments
       MOVE WSFlaggedCount TO PVFlagged
       MOVE SPACES TO PVReleasedBy
       MOVE 0 TO PVReleaseDate
       IF ReviewOnFile THEN
              REWRITE PayReviewRecord
                  INVALID KEY
                     DISPLAY "Review control not updated - status "
                         WSReviewFileStatus " - period not held"
              END-REWRITE
       ELSE
              WRITE PayReviewRecord
                  INVALID KEY
                     DISPLAY "Review control not updated - status "
                         WSReviewFileStatus " - period not held"
              END-WRITE
       END-IF
       CLOSE PayReviewFile.

*> opens the review control file for update, creating it the first
*> time a period is reviewed
OpenPayReviewFile.
       OPEN I-O PayReviewFile
       IF ReviewFileNotFound THEN
              OPEN OUTPUT PayReviewFile
              CLOSE PayReviewFile
              OPEN I-O PayReviewFile
       END-IF.

*> cobc -x payvar.cbl            to load the program
*> cobc -m callookup.cbl rptwrite.cbl
*>                               builds the services it CALLs
*> ./payvar                      to run the program
