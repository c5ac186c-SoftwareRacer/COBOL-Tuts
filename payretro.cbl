>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. payretro.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL RetroRateFile ASSIGN TO "RetroRate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL RetroWorkFile ASSIGN TO "RetroRate.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL RetroHistFile ASSIGN TO "RetroHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL PayrollFile ASSIGN TO "Payroll.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL TimeCardFile ASSIGN TO "TimeCard.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL EmployeeMasterFile ASSIGN TO "EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS EMIdent
           FILE STATUS IS WSEmpFileStatus.

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
*> the back-dated rate changes empmaint and rateappr queued - each
*> pending line is worked off by this run and marked done
FD  RetroRateFile.
COPY RETRORT.

*> work copy the retro-pay file is rewritten through, every line
*> carried over and only the ones this run worked marked done
FD  RetroWorkFile.
01 RetroWorkRecord PIC X(52).

*> every period this run has recomputed, so a later back-dated change
*> for the same period pays only what is still owed
FD  RetroHistFile.
COPY RETROHST.

FD  PayrollFile.
COPY PAYREC.

*> the hours every paid period is recomputed from - the cards stay on
*> file by period after they pay
FD  TimeCardFile.
COPY TIMECARD.

FD  EmployeeMasterFile.
COPY EMPREC.

FD  YTDMasterFile.
COPY YTDREC.

*> the pay-period control file payclose keeps - back pay goes out in
*> the current period, so a closed current period refuses the run
FD  PayPeriodFile.
01 PayPeriodRecord.
       02 PPPeriod PIC 9(6).
       02 PPStatus PIC X.

*> the run's posted count for the balancing close
FD  DayActivityFile.
COPY DAYACT.

WORKING-STORAGE SECTION.
01 WSEmpFileStatus PIC XX VALUE "00".

01 WSYTDFileStatus PIC XX VALUE "00".
       88 YTDFileNotFound VALUE "35".

01 WSRetroEOF PIC X VALUE "N".
       88 RetroEOF VALUE "Y".

01 WSHistEOF PIC X VALUE "N".
       88 HistEOF VALUE "Y".

01 WSWorkEOF PIC X VALUE "N".
       88 WorkEOF VALUE "Y".

01 WSPayEOF PIC X VALUE "N".
       88 PayEOF VALUE "Y".

01 WSCardEOF PIC X VALUE "N".
       88 CardEOF VALUE "Y".

01 WSPeriodEOF PIC X VALUE "N".
       88 PeriodEOF VALUE "Y".

01 WSPeriodOpen PIC X VALUE "Y".
       88 PeriodOpen VALUE "Y".

*> the pending lines of the retro-pay file, held in storage while the
*> run works them with the line each came from on the file - the file
*> is then copied through with those lines marked done; pending lines
*> past the 300 one run holds stay pending for the next run
01 WSRetroCount PIC 9(3) VALUE 0.
01 WSRetroLeft  PIC 9(5) VALUE 0.
01 WSRetroLine  PIC 9(7) VALUE 0.
01 WSRetroTable.
       02 WSRetroEntry OCCURS 300 TIMES.
           03 WSRTLineNum    PIC 9(7).
           03 WSRTIdent      PIC 9(3).
           03 WSRTOldRate    PIC 9(3)V99.
           03 WSRTNewRate    PIC 9(3)V99.
           03 WSRTEffDate    PIC 9(8).
           03 WSRTKeyDate    PIC 9(8).
           03 WSRTOperator   PIC X(8).
           03 WSRTStatus     PIC X.
           03 WSRTDoneDate   PIC 9(8).
           03 WSRTPaidPeriod PIC 9(6).
           03 WSRTInRun      PIC X.

01 WSRetroIndex PIC 9(3) VALUE 0.
01 WSEntryIndex PIC 9(3) VALUE 0.

*> the periods recomputed for the employee in hand, written to the
*> history file only once the back pay has posted
01 WSDetCount PIC 9(3) VALUE 0.
01 WSDetTable.
       02 WSDetEntry OCCURS 200 TIMES.
           03 WSDTPeriod   PIC 9(6).
           03 WSDTOldGross PIC 9(5)V99.
           03 WSDTNewGross PIC 9(5)V99.
           03 WSDTRegDiff  PIC S9(5)V99.
           03 WSDTOTDiff   PIC S9(5)V99.
           03 WSDTPremDiff PIC S9(5)V99.

01 WSDetIndex PIC 9(3) VALUE 0.

01 WSRunIdent PIC 9(3) VALUE 0.
01 WSEmpName  PIC X(20) VALUE SPACES.

*> the employee's back pay summed across every period recomputed
01 WSSumRegular  PIC S9(7)V99 VALUE 0.
01 WSSumOvertime PIC S9(7)V99 VALUE 0.
01 WSSumPremium  PIC S9(7)V99 VALUE 0.
01 WSSumTotal    PIC S9(7)V99 VALUE 0.

*> one paid period recomputed: the card's hours at the old and the new
*> rate, and what the period has been paid including earlier retro pay
01 WSPeriodEnd   PIC 9(8) VALUE 0.
01 WSCardFound   PIC X VALUE "N".
       88 CardFound VALUE "Y".
01 WSCardHours   PIC 9(3)V99 VALUE 0.
01 WSCardPremium PIC X VALUE "N".
01 WSCardLeave   PIC 9(3)V99 VALUE 0.

01 WSRate        PIC 9(3)V99 VALUE 0.
01 WSCalcRegular PIC S9(7)V99 VALUE 0.
01 WSCalcOT      PIC S9(7)V99 VALUE 0.
01 WSCalcPremium PIC S9(7)V99 VALUE 0.
01 WSCalcGross   PIC S9(7)V99 VALUE 0.
01 WSCalcFailed  PIC X VALUE "N".
       88 CalcFailed VALUE "Y".

01 WSOldRegular  PIC S9(7)V99 VALUE 0.
01 WSOldOT       PIC S9(7)V99 VALUE 0.
01 WSOldPremium  PIC S9(7)V99 VALUE 0.
01 WSOldGross    PIC S9(7)V99 VALUE 0.
01 WSNewRegular  PIC S9(7)V99 VALUE 0.
01 WSNewOT       PIC S9(7)V99 VALUE 0.
01 WSNewPremium  PIC S9(7)V99 VALUE 0.
01 WSNewGross    PIC S9(7)V99 VALUE 0.
01 WSPriorRetro  PIC S9(7)V99 VALUE 0.
01 WSPaidGross   PIC S9(7)V99 VALUE 0.
01 WSLeavePay    PIC S9(7)V99 VALUE 0.
01 WSPeriodDiff  PIC S9(7)V99 VALUE 0.

01 WSPeriodNote PIC X(40) VALUE SPACES.

*> the adjustment payment itself, through the same chain paybatch
*> pays a timecard by
01 WSCalcOK PIC X VALUE "N".
       88 CalcOK VALUE "Y".

01 WSGrossPay     PIC 9(5)V99 VALUE 0.
01 WSRegularPay   PIC 9(5)V99 VALUE 0.
01 WSOvertimePay  PIC 9(5)V99 VALUE 0.
01 WSPremiumPay   PIC 9(5)V99 VALUE 0.
01 WSTaxWithheld  PIC 9(5)V99 VALUE 0.
01 WSRetirement   PIC 9(5)V99 VALUE 0.
01 WSDeductions   PIC 9(5)V99 VALUE 0.
01 WSNetPay       PIC 9(5)V99 VALUE 0.

01 WSGrossProgram   PIC X(9) VALUE "paygross".
01 WSGrossRegular   PIC S9(7)V99 VALUE 0.
01 WSGrossOvertime  PIC S9(7)V99 VALUE 0.
01 WSGrossPremium   PIC S9(7)V99 VALUE 0.
01 WSGrossTotal     PIC S9(7)V99 VALUE 0.

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
*> calendar service - today's period for the back pay, and each paid
*> period's end date to test against the effective date
01 WSCalProgram   PIC X(9) VALUE "callookup".
01 WSCalDate      PIC 9(8) VALUE 0.
01 WSCalPeriod    PIC 9(6) VALUE 0.
01 WSCalStart     PIC 9(8) VALUE 0.
01 WSCalEnd       PIC 9(8) VALUE 0.
01 WSCalCheckDate PIC 9(8) VALUE 0.

01 WSCurrentPeriod PIC 9(6) VALUE 0.
01 WSMarkPeriod    PIC 9(6) VALUE 0.

01 WSTodayDate PIC 9(8).
01 WSToday REDEFINES WSTodayDate.
       02 WSTodayYYYY PIC 9(4).
       02 WSTodayMM   PIC 99.
       02 WSTodayDD   PIC 99.

01 WSEmployeeCount PIC 9(5) VALUE 0.
01 WSPostedCount   PIC 9(5) VALUE 0.
01 WSExceptionCount PIC 9(5) VALUE 0.
01 WSPostedTotal   PIC 9(9)V99 VALUE 0.

01 WSEditOld    PIC $$,$$9.99.
01 WSEditNew    PIC $$,$$9.99.
01 WSEditDiff   PIC -$$,$$9.99.
01 WSEditAmount PIC $$$,$$$,$$9.99.
01 WSEditRate   PIC ZZ9.99.
01 WSEditRate2  PIC ZZ9.99.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
PERFORM ResolveCurrentPeriod
PERFORM CheckPeriodOpen
IF NOT PeriodOpen THEN
       DISPLAY "Pay period " WSCurrentPeriod
           " is closed on the control file - retro run refused"
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF

PERFORM LoadRetroTable

MOVE "O" TO RPTOperation
MOVE "RetroRegister.txt" TO RPTFileName
MOVE "payretro" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Retro Pay Register" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl

MOVE SPACES TO RPTLine
STRING "Back pay posted in pay period " WSCurrentPeriod
    "  Run date " WSTodayDate
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteRegisterLine
IF WSRetroLeft > 0 THEN
       MOVE SPACES TO RPTLine
       STRING WSRetroLeft " pending changes past the 300 one run "
           "works - left pending for the next run"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteRegisterLine
       DISPLAY WSRetroLeft " pending retro changes left for the next run"
END-IF

OPEN INPUT EmployeeMasterFile
PERFORM OpenYTDMasterFile
PERFORM VARYING WSRetroIndex FROM 1 BY 1
    UNTIL WSRetroIndex > WSRetroCount
       IF WSRTStatus(WSRetroIndex) = "P"
           AND WSRTInRun(WSRetroIndex) = "N" THEN
              PERFORM ProcessEmployee
       END-IF
END-PERFORM
CLOSE EmployeeMasterFile
CLOSE YTDMasterFile

PERFORM SaveRetroTable
PERFORM WriteDayActivity

MOVE SPACES TO RPTLine
PERFORM WriteRegisterLine
MOVE "Approved for payment by: ____________________  Date: __________"
    TO RPTLine
PERFORM WriteRegisterLine
MOVE WSPostedTotal TO WSEditAmount
MOVE SPACES TO RPTLine
STRING "Employees: " WSEmployeeCount "  Adjustments posted: "
    WSPostedCount "  Back pay: " WSEditAmount
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Employees with back-dated changes : " WSEmployeeCount
DISPLAY "Retro adjustments posted          : " WSPostedCount
DISPLAY "Periods not recomputed            : " WSExceptionCount
DISPLAY "Register written to RetroRegister.txt"

STOP RUN.

*> writes one register line through the report service
WriteRegisterLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> today's pay period off the calendar, the same way paybatch finds
*> it, with the computed monthly figure as the fallback
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

*> a closed current period takes no more payments, back pay included
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

*> opens the YTD master for the back pay rollup, creating it the first
*> time the job finds it missing
OpenYTDMasterFile.
       OPEN I-O YTDMasterFile
       IF YTDFileNotFound THEN
              OPEN OUTPUT YTDMasterFile
              CLOSE YTDMasterFile
              OPEN I-O YTDMasterFile
       END-IF.

*> reads the pending retro-pay lines into the table - a done line is
*> history and is only carried through when the file is rewritten
LoadRetroTable.
       MOVE 0 TO WSRetroCount
       MOVE 0 TO WSRetroLeft
       MOVE 0 TO WSRetroLine
       MOVE "N" TO WSRetroEOF
       OPEN INPUT RetroRateFile
       PERFORM ReadRetroRate
       PERFORM UNTIL RetroEOF
              ADD 1 TO WSRetroLine
              IF RTPending AND WSRetroCount = 300 THEN
                     ADD 1 TO WSRetroLeft
              END-IF
              IF RTPending AND WSRetroCount < 300 THEN
                     ADD 1 TO WSRetroCount
                     MOVE WSRetroLine TO WSRTLineNum(WSRetroCount)
                     MOVE RTIdent TO WSRTIdent(WSRetroCount)
                     MOVE RTOldRate TO WSRTOldRate(WSRetroCount)
                     MOVE RTNewRate TO WSRTNewRate(WSRetroCount)
                     MOVE RTEffDate TO WSRTEffDate(WSRetroCount)
                     MOVE RTKeyDate TO WSRTKeyDate(WSRetroCount)
                     MOVE RTOperator TO WSRTOperator(WSRetroCount)
                     MOVE RTStatus TO WSRTStatus(WSRetroCount)
                     MOVE RTDoneDate TO WSRTDoneDate(WSRetroCount)
                     MOVE RTPaidPeriod TO WSRTPaidPeriod(WSRetroCount)
                     MOVE "N" TO WSRTInRun(WSRetroCount)
              END-IF
              PERFORM ReadRetroRate
       END-PERFORM
       CLOSE RetroRateFile.

*> reads the next retro-pay line
ReadRetroRate.
       READ RetroRateFile
           AT END MOVE "Y" TO WSRetroEOF
       END-READ.

*> copies the retro-pay file through the work copy, every line as it
*> stands except the table's lines, which carry this run's status -
*> lines keyed since the run started are carried over too
SaveRetroTable.
       MOVE 0 TO WSRetroLine
       MOVE 1 TO WSRetroIndex
       MOVE "N" TO WSRetroEOF
       OPEN INPUT RetroRateFile
       OPEN OUTPUT RetroWorkFile
       PERFORM ReadRetroRate
       PERFORM UNTIL RetroEOF
              ADD 1 TO WSRetroLine
              IF WSRetroIndex NOT > WSRetroCount THEN
                     IF WSRTLineNum(WSRetroIndex) = WSRetroLine THEN
                            MOVE WSRTStatus(WSRetroIndex) TO RTStatus
                            MOVE WSRTDoneDate(WSRetroIndex)
                                TO RTDoneDate
                            MOVE WSRTPaidPeriod(WSRetroIndex)
                                TO RTPaidPeriod
                            ADD 1 TO WSRetroIndex
                     END-IF
              END-IF
              MOVE RetroRateRecord TO RetroWorkRecord
              WRITE RetroWorkRecord
              PERFORM ReadRetroRate
       END-PERFORM
       CLOSE RetroRateFile
       CLOSE RetroWorkFile
       PERFORM CopyWorkBackToRetro.

*> copies the work file back over the live retro-pay file
CopyWorkBackToRetro.
       MOVE "N" TO WSWorkEOF
       OPEN INPUT RetroWorkFile
       OPEN OUTPUT RetroRateFile
       PERFORM ReadRetroWork
       PERFORM UNTIL WorkEOF
              MOVE RetroWorkRecord TO RetroRateRecord
              WRITE RetroRateRecord
              PERFORM ReadRetroWork
       END-PERFORM
       CLOSE RetroWorkFile
       CLOSE RetroRateFile.

*> reads the next line back off the retro-pay work copy
ReadRetroWork.
       READ RetroWorkFile
           AT END MOVE "Y" TO WSWorkEOF
       END-READ.

*> reads the next retro history line
ReadRetroHist.
       READ RetroHistFile
           AT END MOVE "Y" TO WSHistEOF
       END-READ.

*> works every pending change for one employee - the earliest first -
*> and pays the sum as one retro adjustment in today's period
ProcessEmployee.
       MOVE WSRTIdent(WSRetroIndex) TO WSRunIdent
       ADD 1 TO WSEmployeeCount
       MOVE 0 TO WSDetCount
       MOVE 0 TO WSSumRegular
       MOVE 0 TO WSSumOvertime
       MOVE 0 TO WSSumPremium
       MOVE "(not on the master)" TO WSEmpName
       MOVE WSRunIdent TO EMIdent
       READ EmployeeMasterFile
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE EMName TO WSEmpName
       END-READ
       MOVE SPACES TO RPTLine
       PERFORM WriteRegisterLine
       MOVE SPACES TO RPTLine
       STRING "Employee " WSRunIdent " " WSEmpName
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteRegisterLine
       PERFORM VARYING WSEntryIndex FROM WSRetroIndex BY 1
           UNTIL WSEntryIndex > WSRetroCount
              IF WSRTIdent(WSEntryIndex) = WSRunIdent
                  AND WSRTStatus(WSEntryIndex) = "P" THEN
                     MOVE "Y" TO WSRTInRun(WSEntryIndex)
                     PERFORM RecomputeEntry
              END-IF
       END-PERFORM
       COMPUTE WSSumTotal = WSSumRegular + WSSumOvertime + WSSumPremium
       IF WSSumTotal > 0 THEN
              PERFORM PostAdjustment
       ELSE
              MOVE WSSumTotal TO WSEditDiff
              MOVE SPACES TO RPTLine
              STRING "  NO BACK PAY DUE - difference " WSEditDiff
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteRegisterLine
              MOVE 0 TO WSMarkPeriod
              PERFORM MarkEntriesDone
       END-IF.

*> one back-dated change: every regular payment on file for the
*> employee in a period ending on or after the effective date
RecomputeEntry.
       MOVE WSRTOldRate(WSEntryIndex) TO WSEditRate
       MOVE WSRTNewRate(WSEntryIndex) TO WSEditRate2
       MOVE SPACES TO RPTLine
       STRING "  Rate " WSEditRate " -> " WSEditRate2
           " effective " WSRTEffDate(WSEntryIndex)
           " keyed " WSRTKeyDate(WSEntryIndex)
           " by " WSRTOperator(WSEntryIndex)
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteRegisterLine
       MOVE "  Period        Old pay     New pay   Difference"
           TO RPTLine
       PERFORM WriteRegisterLine
       MOVE "N" TO WSPayEOF
       OPEN INPUT PayrollFile
       PERFORM ReadPayroll
       PERFORM UNTIL PayEOF
              IF PRIdent = WSRunIdent AND NOT PRVoided
                  AND NOT PRRetro AND NOT PRFinalPay THEN
                     PERFORM RecomputePeriod
              END-IF
              PERFORM ReadPayroll
       END-PERFORM
       CLOSE PayrollFile.

*> reads the next payroll record
ReadPayroll.
       READ PayrollFile
           AT END MOVE "Y" TO WSPayEOF
       END-READ.

*> one paid period: its end date off the calendar (a period the
*> calendar does not know is taken as a YYYYMM month), then the card's
*> hours at both rates - the period is only recomputed when what it
*> was paid matches the card at the old rate, so a hand-corrected
*> payment is left to payroll instead of being guessed at
RecomputePeriod.
       MOVE 0 TO WSCalDate
       MOVE PRPayPeriod TO WSCalPeriod
       CALL WSCalProgram USING WSCalDate, WSCalPeriod, WSCalStart,
           WSCalEnd, WSCalCheckDate
       IF RETURN-CODE = 0 THEN
              MOVE WSCalEnd TO WSPeriodEnd
       ELSE
              COMPUTE WSPeriodEnd = PRPayPeriod * 100 + 31
       END-IF
       MOVE 0 TO RETURN-CODE
       IF WSPeriodEnd >= WSRTEffDate(WSEntryIndex) THEN
              PERFORM FindTimeCard
              MOVE SPACES TO WSPeriodNote
              IF NOT CardFound THEN
                     MOVE "no approved time card - not recomputed"
                         TO WSPeriodNote
              ELSE
                     PERFORM PriceOldAndNew
              END-IF
              PERFORM PrintPeriodLine
       END-IF.

*> the approved card the period was paid from
FindTimeCard.
       MOVE "N" TO WSCardFound
       MOVE "N" TO WSCardEOF
       OPEN INPUT TimeCardFile
       PERFORM ReadTimeCard
       PERFORM UNTIL CardEOF
              IF TCIdent = PRIdent AND TCPeriod = PRPayPeriod
                  AND TCIsApproved THEN
                     MOVE "Y" TO WSCardFound
                     MOVE TCHours TO WSCardHours
                     MOVE TCPremium TO WSCardPremium
                     COMPUTE WSCardLeave = TCVacHours + TCSickHours
              END-IF
              PERFORM ReadTimeCard
       END-PERFORM
       CLOSE TimeCardFile.

*> reads the next timecard
ReadTimeCard.
       READ TimeCardFile
           AT END MOVE "Y" TO WSCardEOF
       END-READ.

*> the card priced at the old rate and at the new one through the
*> shared paygross rules, leave at straight time as paybatch pays it
PriceOldAndNew.
       MOVE "N" TO WSCalcFailed
       MOVE WSRTOldRate(WSEntryIndex) TO WSRate
       PERFORM PriceCard
       MOVE WSCalcRegular TO WSOldRegular
       MOVE WSCalcOT TO WSOldOT
       MOVE WSCalcPremium TO WSOldPremium
       MOVE WSCalcGross TO WSOldGross
       MOVE WSRTNewRate(WSEntryIndex) TO WSRate
       PERFORM PriceCard
       MOVE WSCalcRegular TO WSNewRegular
       MOVE WSCalcOT TO WSNewOT
       MOVE WSCalcPremium TO WSNewPremium
       MOVE WSCalcGross TO WSNewGross
       PERFORM FindPriorRetro
       COMPUTE WSPaidGross = PRGross + WSPriorRetro
       EVALUATE TRUE
           WHEN CalcFailed
              MOVE "pay overflow - not recomputed" TO WSPeriodNote
           WHEN WSPaidGross = WSNewGross
              MOVE "already paid at the new rate" TO WSPeriodNote
           WHEN WSPaidGross NOT = WSOldGross
              MOVE "paid amount differs from the card - check"
                  TO WSPeriodNote
           WHEN OTHER
              PERFORM AddPeriodDifference
       END-EVALUATE.

*> one rate through paygross plus the card's leave hours
PriceCard.
       CALL WSGrossProgram USING WSCardHours, WSRate, WSCardPremium,
           WSGrossRegular, WSGrossOvertime, WSGrossPremium,
           WSGrossTotal
       IF RETURN-CODE NOT = 0 THEN
              MOVE "Y" TO WSCalcFailed
       END-IF
       MOVE 0 TO RETURN-CODE
       COMPUTE WSLeavePay ROUNDED = WSCardLeave * WSRate
           ON SIZE ERROR MOVE "Y" TO WSCalcFailed
       END-COMPUTE
       COMPUTE WSCalcRegular = WSGrossRegular + WSLeavePay
       MOVE WSGrossOvertime TO WSCalcOT
       MOVE WSGrossPremium TO WSCalcPremium
       COMPUTE WSCalcGross = WSGrossTotal + WSLeavePay.

*> back pay already made for this period: what earlier runs paid, off
*> the history file however long it has grown, and what an earlier
*> change for the employee in this run has worked out for it
FindPriorRetro.
       MOVE 0 TO WSPriorRetro
       MOVE "N" TO WSHistEOF
       OPEN INPUT RetroHistFile
       PERFORM ReadRetroHist
       PERFORM UNTIL HistEOF
              IF RHIdent = PRIdent AND RHPeriod = PRPayPeriod THEN
                     COMPUTE WSPriorRetro = WSPriorRetro + RHRegDiff
                         + RHOTDiff + RHPremDiff
              END-IF
              PERFORM ReadRetroHist
       END-PERFORM
       CLOSE RetroHistFile
       PERFORM VARYING WSDetIndex FROM 1 BY 1
           UNTIL WSDetIndex > WSDetCount
              IF WSDTPeriod(WSDetIndex) = PRPayPeriod THEN
                     COMPUTE WSPriorRetro = WSPriorRetro
                         + WSDTRegDiff(WSDetIndex)
                         + WSDTOTDiff(WSDetIndex)
                         + WSDTPremDiff(WSDetIndex)
              END-IF
       END-PERFORM.

*> the period's difference goes into the employee's back pay and the
*> detail kept for the history file, which a later change in the same
*> run builds on
AddPeriodDifference.
       COMPUTE WSPeriodDiff = WSNewGross - WSPaidGross
       IF WSDetCount < 200 THEN
              ADD 1 TO WSDetCount
              MOVE PRPayPeriod TO WSDTPeriod(WSDetCount)
              MOVE WSPaidGross TO WSDTOldGross(WSDetCount)
              MOVE WSNewGross TO WSDTNewGross(WSDetCount)
              COMPUTE WSDTRegDiff(WSDetCount) = WSNewRegular
                  - WSOldRegular
              COMPUTE WSDTOTDiff(WSDetCount) = WSNewOT - WSOldOT
              COMPUTE WSDTPremDiff(WSDetCount) = WSNewPremium
                  - WSOldPremium
              ADD WSDTRegDiff(WSDetCount) TO WSSumRegular
              ADD WSDTOTDiff(WSDetCount) TO WSSumOvertime
              ADD WSDTPremDiff(WSDetCount) TO WSSumPremium
       ELSE
              MOVE "over 200 periods for employee - check"
                  TO WSPeriodNote
       END-IF.

*> one register line per paid period looked at
PrintPeriodLine.
       MOVE SPACES TO RPTLine
       IF WSPeriodNote = SPACES THEN
              MOVE WSPaidGross TO WSEditOld
              MOVE WSNewGross TO WSEditNew
              MOVE WSPeriodDiff TO WSEditDiff
              STRING "  " PRPayPeriod "    " WSEditOld "   "
                  WSEditNew "  " WSEditDiff
                  DELIMITED BY SIZE INTO RPTLine
       ELSE
              IF WSPeriodNote NOT = "already paid at the new rate" THEN
                     ADD 1 TO WSExceptionCount
              END-IF
              MOVE PRGross TO WSEditOld
              STRING "  " PRPayPeriod "    " WSEditOld "   "
                  WSPeriodNote
                  DELIMITED BY SIZE INTO RPTLine
       END-IF
       PERFORM WriteRegisterLine.

*> pays the employee's back pay as one retro adjustment in today's
*> period: tax and retirement off the maintained tables through
*> paydeduct, net through coboltut4, then Payroll.dat and the YTD
*> master - paycheck cuts the check or the deposit with the rest of
*> the period. Insurance and the recurring deductions were already
*> taken on the periods being paid back, so they are not taken again,
*> the same as the termination payout
PostAdjustment.
       MOVE "N" TO WSCalcOK
       MOVE WSSumTotal TO WSGrossPay
       IF WSSumRegular < 0 OR WSSumOvertime < 0
           OR WSSumPremium < 0 THEN
              MOVE WSSumTotal TO WSRegularPay
              MOVE 0 TO WSOvertimePay
              MOVE 0 TO WSPremiumPay
       ELSE
              MOVE WSSumRegular TO WSRegularPay
              MOVE WSSumOvertime TO WSOvertimePay
              MOVE WSSumPremium TO WSPremiumPay
       END-IF
       MOVE WSGrossPay TO WSDedGross
       MOVE WSRunIdent TO WSDedIdent
       MOVE WSCurrentPeriod TO WSDedPeriod
       CALL WSDeductProgram USING WSDedIdent, WSDedPeriod,
           WSDedGross, WSDedTax, WSDedRetirement, WSDedInsurance,
           WSDedTotal
       IF RETURN-CODE NOT = 0
           OR WSDedTotal < 0 OR WSDedTotal > 99999.99 THEN
              MOVE 0 TO RETURN-CODE
       ELSE
              MOVE WSDedTax TO WSTaxWithheld
              MOVE WSDedRetirement TO WSRetirement
              COMPUTE WSDeductions = WSTaxWithheld + WSRetirement
              MOVE WSGrossPay TO WSArithNum1
              MOVE WSDeductions TO WSArithNum2
              MOVE "S" TO WSArithOp
              CALL WSArithProgram USING WSArithNum1, WSArithNum2,
                  WSArithOp, WSArithResult
              IF RETURN-CODE NOT = 0
                  OR WSArithResult < 0
                  OR WSArithResult > 99999.99 THEN
                     MOVE 0 TO RETURN-CODE
              ELSE
                     MOVE WSArithResult TO WSNetPay
                     MOVE "Y" TO WSCalcOK
              END-IF
       END-IF
       IF CalcOK THEN
              PERFORM WriteAdjustmentRecord
              PERFORM WriteRetroHistory
              MOVE WSCurrentPeriod TO WSMarkPeriod
              PERFORM MarkEntriesDone
              ADD 1 TO WSPostedCount
              ADD WSGrossPay TO WSPostedTotal
              PERFORM PrintAdjustmentLines
       ELSE
              PERFORM VARYING WSEntryIndex FROM WSRetroIndex BY 1
                  UNTIL WSEntryIndex > WSRetroCount
                     IF WSRTIdent(WSEntryIndex) = WSRunIdent THEN
                            MOVE "N" TO WSRTInRun(WSEntryIndex)
                     END-IF
              END-PERFORM
              ADD 1 TO WSExceptionCount
              MOVE "  DEDUCTION OR NET PAY FAILED - LEFT PENDING"
                  TO RPTLine
              PERFORM WriteRegisterLine
       END-IF.

*> appends the retro adjustment to Payroll.dat and rolls it into the
*> year-to-date master
WriteAdjustmentRecord.
       OPEN EXTEND PayrollFile
       MOVE WSRunIdent TO PRIdent
       MOVE WSCurrentPeriod TO PRPayPeriod
       MOVE WSGrossPay TO PRGross
       MOVE WSRegularPay TO PRRegularPay
       MOVE WSOvertimePay TO PROvertimePay
       MOVE WSPremiumPay TO PRPremiumPay
       MOVE WSTaxWithheld TO PRTaxWithheld
       MOVE WSRetirement TO PRRetirement
       MOVE 0 TO PRInsurance
       MOVE 0 TO PRGarnish
       MOVE WSNetPay TO PRNet
       MOVE "R" TO PRRecType
       MOVE 0 TO PRARRecover
       WRITE PayrollRecord
       CLOSE PayrollFile
       PERFORM UpdateYTDMaster.

*> rolls the back pay into the year-to-date master the way paybatch
*> rolls a paid timecard
UpdateYTDMaster.
       MOVE WSRunIdent TO YTDIdent
       READ YTDMasterFile
           INVALID KEY
              MOVE WSRunIdent TO YTDIdent
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

*> the periods paid back go on the history file
WriteRetroHistory.
       OPEN EXTEND RetroHistFile
       PERFORM VARYING WSDetIndex FROM 1 BY 1
           UNTIL WSDetIndex > WSDetCount
              MOVE WSRunIdent TO RHIdent
              MOVE WSDTPeriod(WSDetIndex) TO RHPeriod
              MOVE WSCurrentPeriod TO RHPaidPeriod
              MOVE WSDTOldGross(WSDetIndex) TO RHOldGross
              MOVE WSDTNewGross(WSDetIndex) TO RHNewGross
              MOVE WSDTRegDiff(WSDetIndex) TO RHRegDiff
              MOVE WSDTOTDiff(WSDetIndex) TO RHOTDiff
              MOVE WSDTPremDiff(WSDetIndex) TO RHPremDiff
              MOVE WSTodayDate TO RHRunDate
              WRITE RetroHistRecord
       END-PERFORM
       CLOSE RetroHistFile.

*> the employee's worked changes are done, with the period the back
*> pay went out in (zero when nothing was owed)
MarkEntriesDone.
       PERFORM VARYING WSEntryIndex FROM WSRetroIndex BY 1
           UNTIL WSEntryIndex > WSRetroCount
              IF WSRTIdent(WSEntryIndex) = WSRunIdent
                  AND WSRTInRun(WSEntryIndex) = "Y" THEN
                     MOVE "D" TO WSRTStatus(WSEntryIndex)
                     MOVE WSTodayDate TO WSRTDoneDate(WSEntryIndex)
                     MOVE WSMarkPeriod TO WSRTPaidPeriod(WSEntryIndex)
              END-IF
       END-PERFORM.

*> the adjustment as posted, for the sign-off
PrintAdjustmentLines.
       MOVE WSGrossPay TO WSEditAmount
       MOVE SPACES TO RPTLine
       STRING "  Back pay gross " WSEditAmount
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteRegisterLine
       MOVE WSTaxWithheld TO WSEditOld
       MOVE WSRetirement TO WSEditNew
       MOVE SPACES TO RPTLine
       STRING "  Tax " WSEditOld "  Retirement " WSEditNew
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteRegisterLine
       MOVE WSNetPay TO WSEditAmount
       MOVE SPACES TO RPTLine
       STRING "  Net retro payment " WSEditAmount
           " in period " WSCurrentPeriod
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteRegisterLine.

*> appends the run's posted count to the activity feed the balancing
*> close reads
WriteDayActivity.
       IF WSPostedCount NOT = 0 THEN
              OPEN EXTEND DayActivityFile
              MOVE WSTodayDate TO ACDate
              MOVE "payretro" TO ACSource
              MOVE 0 TO ACCustDelta
              MOVE WSPostedCount TO ACPayCount
              WRITE DayActivityRecord
              CLOSE DayActivityFile
       END-IF.

*> cobc -x payretro.cbl          to load the program
*> cobc -m paygross.cbl paydeduct.cbl coboltut4.cbl
*>     callookup.cbl rptwrite.cbl builds the services it CALLs
*> ./payretro                    to run the program
