           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL TerminationFile ASSIGN TO "Termination.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL DayActivityFile ASSIGN TO "DayActivity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL LaborDistFile ASSIGN TO "LaborDist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> one timecard per employee per pay period: who worked and for how
       02 LRVacRate  PIC 9(2)V99.
       02 LRSickRate PIC 9(2)V99.

*> the leavers empmaint has terminated - an inactive employee's card
*> still pays when the period starts on or before the last day worked
FD  TerminationFile.
COPY TERMREC.

*> the day's paid count for the balancing close - the morning report
*> explains Payroll.dat's record-count movement with this
FD  DayActivityFile.
COPY DAYACT.

*> where each paid card's gross landed by charge code - the hours
*> split off on the card at their share of the worked gross, the home
*> department with the rest - for the labor distribution report and
*> the ledger journal
FD  LaborDistFile.
COPY LABDIST.

WORKING-STORAGE SECTION.
01 WSEmpFileStatus PIC XX VALUE "00".

01 WSPaidTable.
       02 WSPaidFlag PIC X OCCURS 999 TIMES VALUE "N".

*> each leaver's last day worked by employee ID, and the first day of
*> the period being paid to hold it against
01 WSTermTable.
       02 WSTermLastDay PIC 9(8) OCCURS 999 TIMES VALUE 0.
01 WSTermEOF PIC X VALUE "N".
       88 TermEOF VALUE "Y".
01 WSPeriodStart PIC 9(8) VALUE 0.

*> the card's pay spread over its charge codes: the worked gross is
*> shared out by hours, and the home department keeps what is not
*> split, the paid leave and the rounding
01 WSHomeDept     PIC X(3) VALUE SPACES.
01 WSWorkedGross  PIC 9(5)V99 VALUE 0.
01 WSSplitAmount  PIC 9(5)V99 VALUE 0.
01 WSSplitTotal   PIC 9(5)V99 VALUE 0.
01 WSSplitHours   PIC 9(3)V99 VALUE 0.
01 WSSplitIndex   PIC 9 VALUE 0.

01 WSHoursWorked   PIC 9(3)V99 VALUE 0.
01 WSPayRate       PIC 9(3)V99 VALUE 0.
01 WSGrossPay      PIC 9(5)V99 VALUE 0.
01 WSRecGross   PIC S9(7)V99 VALUE 0.
01 WSRecNet     PIC S9(7)V99 VALUE 0.
01 WSRecGarnish PIC S9(7)V99 VALUE 0.
01 WSRecRecover PIC S9(7)V99 VALUE 0.
01 WSGarnish    PIC 9(5)V99 VALUE 0.
01 WSARRecover  PIC 9(5)V99 VALUE 0.

*> operands for the dynamic CALL dispatch into the shared paygross
*> service that owns the overtime and premium rules, the same split
01 WSArithOp     PIC X VALUE "A".
01 WSArithResult PIC S9(7)V99 VALUE 0.

*> control block for the shared rptarch report-library service the
*> finished exceptions listing is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
PERFORM ResolveCurrentPeriod
OPEN OUTPUT PayExceptionFile
       MOVE 8 TO RETURN-CODE
END-IF
CLOSE PayExceptionFile
PERFORM FileReport

STOP RUN.

           WSCalEnd, WSCalCheckDate
       IF RETURN-CODE = 0 THEN
              MOVE WSCalPeriod TO WSCurrentPeriod
              MOVE WSCalStart TO WSPeriodStart
       ELSE
              COMPUTE WSCurrentPeriod = WSTodayYYYY * 100 + WSTodayMM
              COMPUTE WSPeriodStart = WSCurrentPeriod * 100 + 1
              DISPLAY "No calendar period covers today - using "
                  "computed period " WSCurrentPeriod
       END-IF
*> the same employee twice in the period
RunPayCycle.
       PERFORM LoadPaidTable
       PERFORM LoadTerminations
       OPEN INPUT TimeCardFile
       OPEN INPUT EmployeeMasterFile
       OPEN EXTEND PayrollFile
       OPEN EXTEND LaborDistFile
       PERFORM OpenYTDMasterFile
       PERFORM OpenLeaveBalFile
       PERFORM LoadLeaveRates
       CLOSE TimeCardFile
       CLOSE EmployeeMasterFile
       CLOSE PayrollFile
       CLOSE LaborDistFile
       CLOSE YTDMasterFile
       CLOSE LeaveBalFile
       PERFORM WriteDayActivity
       END-READ.

*> flags every employee who already has a payment on Payroll.dat for
*> the period being paid - the duplicate-payment guard a rerun hits;
*> a retro adjustment or a leaver's vacation payout paid in the period
*> is not the period's pay
LoadPaidTable.
       MOVE "N" TO WSPayrollInEOF
       OPEN INPUT PayrollFile
       PERFORM ReadPayrollForGuard
       PERFORM UNTIL PayrollInEOF
              IF PRPayPeriod = WSCurrentPeriod AND PRIdent > 0
                  AND NOT PRVoided AND NOT PRRetro
                  AND NOT PRFinalPay THEN
                     MOVE "Y" TO WSPaidFlag(PRIdent)
              END-IF
              PERFORM ReadPayrollForGuard
       END-PERFORM
       CLOSE PayrollFile.

*> every leaver's last day worked, the latest termination winning
LoadTerminations.
       MOVE "N" TO WSTermEOF
       OPEN INPUT TerminationFile
       PERFORM ReadTermination
       PERFORM UNTIL TermEOF
              IF TMIdent > 0 THEN
                     MOVE TMLastDay TO WSTermLastDay(TMIdent)
              END-IF
              PERFORM ReadTermination
       END-PERFORM
       CLOSE TerminationFile.

*> reads the next termination line
ReadTermination.
       READ TerminationFile
           AT END MOVE "Y" TO WSTermEOF
       END-READ.

*> reads the next payroll record for the duplicate-payment scan
ReadPayrollForGuard.
       READ PayrollFile
                     PERFORM ComputePayAmounts
                     IF CalcOK THEN
                            PERFORM WritePayrollRecord
                            PERFORM WriteLaborDistribution
                            PERFORM UpdateLeaveBalance
                            MOVE "Y" TO WSPaidFlag(TCIdent)
                            ADD 1 TO WSPaidCount
       END-IF.

*> confirms the timecard's employee ID is on the master and still
*> active - or terminated no earlier than the period's first day, so
*> the final period pays - and takes the pay rate off the master
LookupEmployee.
       MOVE "N" TO WSEmployeeOK
       MOVE "employee master not readable" TO WSExceptionReason
              MOVE "employee not on the employee master"
                  TO WSExceptionReason
           NOT INVALID KEY
              EVALUATE TRUE
                  WHEN EMActive
                     MOVE EMPayRate TO WSPayRate
                     MOVE EMDept TO WSHomeDept
                     MOVE "Y" TO WSEmployeeOK
                  WHEN WSTermLastDay(TCIdent) >= WSPeriodStart
                     MOVE EMPayRate TO WSPayRate
                     MOVE EMDept TO WSHomeDept
                     MOVE "Y" TO WSEmployeeOK
                  WHEN WSTermLastDay(TCIdent) NOT = 0
                     MOVE "period starts after the termination date"
                         TO WSExceptionReason
                  WHEN OTHER
                     MOVE "employee is not active"
                         TO WSExceptionReason
              END-EVALUATE
       END-READ.

*> runs the gross through the shared paygross overtime/premium rules,
*> the priority order, lifetime caps and protected floor
ApplyRecurringDeductions.
       MOVE 0 TO WSGarnish
       MOVE 0 TO WSARRecover
       MOVE TCIdent TO WSRecIdent
       MOVE WSGrossPay TO WSRecGross
       MOVE WSNetPay TO WSRecNet
       CALL WSRecurProgram USING WSRecIdent, WSRecGross, WSRecNet,
           WSRecGarnish, WSRecRecover
       IF RETURN-CODE = 0 AND WSRecGarnish > 0 THEN
              MOVE WSRecGarnish TO WSGarnish
              MOVE WSRecRecover TO WSARRecover
              SUBTRACT WSGarnish FROM WSNetPay
              ADD WSGarnish TO WSDeductions
       END-IF
       MOVE WSGarnish TO PRGarnish
       MOVE WSNetPay TO PRNet
       MOVE SPACE TO PRRecType
       MOVE WSARRecover TO PRARRecover
       WRITE PayrollRecord
       PERFORM UpdateYTDMaster.

*> spreads the card's gross over its charge codes: each split's share
*> of the worked hours takes the same share of the worked gross, and
*> the home department line carries the unsplit hours, the paid leave
*> and the rounding, so the lines always add back to the gross paid
WriteLaborDistribution.
       IF TCSplitCount IS NOT NUMERIC THEN
              MOVE 0 TO TCSplitCount
       END-IF
       COMPUTE WSWorkedGross = WSGrossPay - WSLeavePay
       MOVE 0 TO WSSplitTotal
       MOVE 0 TO WSSplitHours
       PERFORM VARYING WSSplitIndex FROM 1 BY 1
           UNTIL WSSplitIndex > TCSplitCount
              PERFORM WriteChargeSplit
       END-PERFORM
       MOVE TCIdent TO LBIdent
       MOVE WSCurrentPeriod TO LBPeriod
       MOVE WSHomeDept TO LBCharge
       MOVE "Y" TO LBHome
       COMPUTE LBHours = TCHours - WSSplitHours + TCVacHours
           + TCSickHours
       COMPUTE LBAmount = WSGrossPay - WSSplitTotal
       MOVE WSTodayDate TO LBRunDate
       WRITE LaborDistRecord.

*> one split line - hours that would take the splits past the hours
*> worked stay on the home department; the share is truncated so the
*> home line picks up the odd cents and never goes short
WriteChargeSplit.
       IF TCChargeHours(WSSplitIndex) IS NUMERIC
           AND TCChargeHours(WSSplitIndex) > 0
           AND WSSplitHours + TCChargeHours(WSSplitIndex) NOT > TCHours THEN
              COMPUTE WSSplitAmount = WSWorkedGross
                  * TCChargeHours(WSSplitIndex) / TCHours
              ADD TCChargeHours(WSSplitIndex) TO WSSplitHours
              ADD WSSplitAmount TO WSSplitTotal
              MOVE TCIdent TO LBIdent
              MOVE WSCurrentPeriod TO LBPeriod
              MOVE TCChargeCode(WSSplitIndex) TO LBCharge
              MOVE "N" TO LBHome
              MOVE TCChargeHours(WSSplitIndex) TO LBHours
              MOVE WSSplitAmount TO LBAmount
              MOVE WSTodayDate TO LBRunDate
              WRITE LaborDistRecord
       END-IF.

*> rolls the period's result into the year-to-date master, starting a
*> fresh record for an employee's first pay of the year (or first pay
*> ever) and accumulating onto the existing one otherwise - a record
              MOVE WSGrossPay TO YTDGross
              MOVE WSDeductions TO YTDDeductions
              MOVE WSNetPay TO YTDNet
              MOVE WSTaxWithheld TO YTDTaxWithheld
              MOVE WSRetirement TO YTDRetirement
              MOVE WSInsurance TO YTDInsurance
              WRITE YTDRecord
           NOT INVALID KEY
              IF YTDYear = WSTodayYYYY THEN
                     ADD WSGrossPay TO YTDGross
                     ADD WSDeductions TO YTDDeductions
                     ADD WSNetPay TO YTDNet
                     ADD WSTaxWithheld TO YTDTaxWithheld
                     ADD WSRetirement TO YTDRetirement
                     ADD WSInsurance TO YTDInsurance
              ELSE
                     MOVE WSTodayYYYY TO YTDYear
                     MOVE WSGrossPay TO YTDGross
                     MOVE WSDeductions TO YTDDeductions
                     MOVE WSNetPay TO YTDNet
                     MOVE WSTaxWithheld TO YTDTaxWithheld
                     MOVE WSRetirement TO YTDRetirement
                     MOVE WSInsurance TO YTDInsurance
              END-IF
              REWRITE YTDRecord
       END-READ.
           WSExceptionReason DELIMITED BY SIZE INTO PayExceptionLine
       WRITE PayExceptionLine.

*> files the finished exceptions listing in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "PayExceptions.txt" TO ARCFileName
       MOVE "paybatch" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Payroll Exceptions Listing" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x paybatch.cbl          to load the program
*> cobc -m coboltut4.cbl         builds the arithmetic service it CALLs
*> ./paybatch                    to run the program
