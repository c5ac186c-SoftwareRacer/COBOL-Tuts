>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. costproj.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL EmployeeMasterFile ASSIGN TO "EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS EMIdent
           FILE STATUS IS WSEmpFileStatus.

       SELECT OPTIONAL PayCalFile ASSIGN TO "PayCalendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL BenEnrollFile ASSIGN TO "BenEnroll.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the active employees and their current rates - read only; the
*> projection never writes a payroll, YTD or master record
FD  EmployeeMasterFile.
COPY EMPREC.

*> the pay-period calendar the upcoming periods are taken from
FD  PayCalFile.
COPY PAYCAL.

*> who is enrolled in benefits - an enrolled employee's premium is
*> the benefit cost the projection carries for them
FD  BenEnrollFile.
COPY BENROLL.

WORKING-STORAGE SECTION.
01 WSEmpFileStatus PIC XX VALUE "00".

01 WSEmpEOF PIC X VALUE "N".
       88 EmpEOF VALUE "Y".

01 WSCalEOF PIC X VALUE "N".
       88 CalEOF VALUE "Y".

01 WSEnrollEOF PIC X VALUE "N".
       88 EnrollEOF VALUE "Y".

01 WSTodayDate PIC 9(8).
01 WSToday REDEFINES WSTodayDate.
       02 WSTodayYYYY PIC 9(4).
       02 WSTodayMM   PIC 99.
       02 WSTodayDD   PIC 99.

*> the run as keyed: how many periods ahead, and the hours a period
*> is projected at - straight time, the regular band paygross pays
01 WSPeriodsWanted PIC 99 VALUE 0.
01 WSStdHours      PIC 9(3)V99 VALUE 0.

*> the upcoming periods, kept in start-date order whatever order the
*> calendar was keyed in
01 WSPeriodCount PIC 99 VALUE 0.
01 WSPeriodTable.
       02 WSPeriodEntry OCCURS 26 TIMES.
           03 WSPDPeriod PIC 9(6).
           03 WSPDStart  PIC 9(8).
           03 WSPDEnd    PIC 9(8).
01 WSPeriodIndex PIC 99 VALUE 0.
01 WSShiftIndex  PIC 99 VALUE 0.
01 WSInsertAt    PIC 99 VALUE 0.

*> the computed monthly periods a shop with no calendar ahead of
*> today is projected over
01 WSNextMonth PIC 9(6) VALUE 0.
01 WSNextMonthParts REDEFINES WSNextMonth.
       02 WSNextYYYY PIC 9(4).
       02 WSNextMM   PIC 99.

*> the what-if raises: a percentage for a department, from a period
*> on (zero from the first period projected)
01 WSRaiseCount PIC 99 VALUE 0.
01 WSRaiseTable.
       02 WSRaiseEntry OCCURS 50 TIMES.
           03 WSRTDept PIC X(3).
           03 WSRTPct  PIC 9(2)V9.
           03 WSRTFrom PIC 9(6).

*> the planned hires: how many at what rate into which department,
*> paid from which period
01 WSHireCount PIC 99 VALUE 0.
01 WSHireTable.
       02 WSHireEntry OCCURS 50 TIMES.
           03 WSHTDept  PIC X(3).
           03 WSHTRate  PIC 9(3)V99.
           03 WSHTFrom  PIC 9(6).
           03 WSHTHeads PIC 99.
01 WSHireIndex PIC 99 VALUE 0.

01 WSEntryDept   PIC X(3) VALUE SPACES.
01 WSEntryPct    PIC 9(2)V9 VALUE 0.
01 WSEntryFrom   PIC 9(6) VALUE 0.
01 WSEntryRate   PIC 9(3)V99 VALUE 0.
01 WSEntryHeads  PIC 99 VALUE 0.

01 WSEntryDone PIC X VALUE "N".
       88 EntryDone VALUE "Y".

*> the enrollments, for whether an employee carries a premium in a
*> period
01 WSEnrollCount PIC 9(3) VALUE 0.
01 WSEnrollTable.
       02 WSEnrollEntry OCCURS 500 TIMES.
           03 WSETIdent   PIC 9(3).
           03 WSETEffDate PIC 9(8).
           03 WSETEndDate PIC 9(8).
01 WSEnrollIndex PIC 9(3) VALUE 0.

01 WSEnrolled PIC X VALUE "N".
       88 Enrolled VALUE "Y".

*> projected cost by department and period
01 WSDeptCount PIC 99 VALUE 0.
01 WSDeptTable.
       02 WSDeptEntry OCCURS 50 TIMES.
           03 WSDTDept PIC X(3).
           03 WSDTCell OCCURS 26 TIMES.
               04 WSDCHeads   PIC 9(5).
               04 WSDCGross   PIC 9(9)V99.
               04 WSDCBenefit PIC 9(9)V99.
               04 WSDCNet     PIC 9(9)V99.
01 WSDeptIndex PIC 99 VALUE 0.
01 WSDeptSlot  PIC 99 VALUE 0.

*> the one employee-period being projected
01 WSProjIdent    PIC 9(3) VALUE 0.
01 WSProjDept     PIC X(3) VALUE SPACES.
01 WSProjBaseRate PIC 9(3)V99 VALUE 0.
01 WSProjRate     PIC 9(3)V99 VALUE 0.
01 WSProjHeads    PIC 99 VALUE 0.
01 WSProjGross    PIC 9(7)V99 VALUE 0.
01 WSProjBenefit  PIC 9(7)V99 VALUE 0.
01 WSProjNet      PIC 9(7)V99 VALUE 0.
01 WSRaisePct     PIC 9(2)V9 VALUE 0.
01 WSRaiseIndex   PIC 99 VALUE 0.
01 WSNoPremium    PIC X VALUE "N".

*> operands for the dynamic CALL dispatch into the shared paygross
*> service, the same split every payroll run pays by
01 WSGrossProgram   PIC X(9) VALUE "paygross".
01 WSGrossRegular   PIC S9(7)V99 VALUE 0.
01 WSGrossOvertime  PIC S9(7)V99 VALUE 0.
01 WSGrossPremium   PIC S9(7)V99 VALUE 0.
01 WSGrossTotal     PIC S9(7)V99 VALUE 0.

*> operands for the dynamic CALL dispatch into the shared paydeduct
*> service - the tax table set effective for each projected period,
*> and the enrolled premium, come off the maintained files there
01 WSDeductProgram PIC X(9) VALUE "paydeduct".
01 WSDedIdent      PIC 9(3) VALUE 0.
01 WSDedPeriod     PIC 9(6) VALUE 0.
01 WSDedGross      PIC S9(7)V99 VALUE 0.
01 WSDedTax        PIC S9(7)V99 VALUE 0.
01 WSDedRetirement PIC S9(7)V99 VALUE 0.
01 WSDedInsurance  PIC S9(7)V99 VALUE 0.
01 WSDedTotal      PIC S9(7)V99 VALUE 0.

01 WSEmployeeCount PIC 9(5) VALUE 0.
01 WSProblemCount  PIC 9(5) VALUE 0.

*> totals across departments, per period and for the whole run
01 WSTotHeads   PIC 9(5) VALUE 0.
01 WSTotGross   PIC 9(9)V99 VALUE 0.
01 WSTotBenefit PIC 9(9)V99 VALUE 0.
01 WSTotNet     PIC 9(9)V99 VALUE 0.
01 WSSumGross   PIC 9(9)V99 VALUE 0.
01 WSSumBenefit PIC 9(9)V99 VALUE 0.
01 WSSumNet     PIC 9(9)V99 VALUE 0.
01 WSTotalCost  PIC 9(9)V99 VALUE 0.

01 WSEditHeads   PIC ZZZZ9.
01 WSEditGross   PIC ZZ,ZZZ,ZZ9.99.
01 WSEditBenefit PIC ZZ,ZZZ,ZZ9.99.
01 WSEditNet     PIC ZZ,ZZZ,ZZ9.99.
01 WSEditCost    PIC ZZ,ZZZ,ZZ9.99.
01 WSEditPct     PIC Z9.9.
01 WSEditRate    PIC ZZ9.99.
01 WSEditHours   PIC ZZ9.99.
01 WSLineLabel   PIC X(8) VALUE SPACES.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
ACCEPT WSTodayDate FROM DATE YYYYMMDD
DISPLAY "Number of pay periods to project (1-26): " WITH NO ADVANCING
ACCEPT WSPeriodsWanted
IF WSPeriodsWanted = 0 OR WSPeriodsWanted > 26 THEN
       DISPLAY "Periods must be 1 to 26 - projection not run"
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF
DISPLAY "Standard hours per period (0 for 40.00): " WITH NO ADVANCING
ACCEPT WSStdHours
IF WSStdHours = 0 THEN
       MOVE 40 TO WSStdHours
END-IF
PERFORM LoadProjectionPeriods
PERFORM AcceptRaises
PERFORM AcceptHires
PERFORM LoadEnrollments

PERFORM ProjectEmployees
PERFORM ProjectHires

MOVE "O" TO RPTOperation
MOVE "CostProjection.txt" TO RPTFileName
MOVE "costproj" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Payroll Cost Projection" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl
PERFORM PrintAssumptions
PERFORM VARYING WSDeptIndex FROM 1 BY 1
    UNTIL WSDeptIndex > WSDeptCount
       PERFORM PrintDepartment
END-PERFORM
PERFORM PrintAllDepartments

MOVE WSSumGross TO WSEditGross
MOVE WSSumBenefit TO WSEditBenefit
MOVE WSSumNet TO WSEditNet
MOVE SPACES TO RPTLine
STRING "Projected gross " WSEditGross "  benefits " WSEditBenefit
    "  net " WSEditNet
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Employees projected : " WSEmployeeCount
DISPLAY "Planned hire lines  : " WSHireCount
DISPLAY "Periods projected   : " WSPeriodCount
IF WSProblemCount > 0 THEN
       DISPLAY "Projections with no deduction table or overflow: "
           WSProblemCount
END-IF
DISPLAY "Report written to CostProjection.txt"

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> the next periods off the calendar that start after today, earliest
*> first - monthly periods computed from next month where the
*> calendar has none ahead
LoadProjectionPeriods.
       MOVE 0 TO WSPeriodCount
       MOVE "N" TO WSCalEOF
       OPEN INPUT PayCalFile
       PERFORM ReadCalRecord
       PERFORM UNTIL CalEOF
              IF PCStart > WSTodayDate THEN
                     PERFORM InsertPeriod
              END-IF
              PERFORM ReadCalRecord
       END-PERFORM
       CLOSE PayCalFile
       IF WSPeriodCount = 0 THEN
              PERFORM ComputeMonthlyPeriods
       END-IF.

*> reads the next calendar line
ReadCalRecord.
       READ PayCalFile
           AT END MOVE "Y" TO WSCalEOF
       END-READ.

*> slots one calendar period into the table by start date, keeping
*> only as many of the earliest as were asked for
InsertPeriod.
       COMPUTE WSInsertAt = WSPeriodCount + 1
       PERFORM VARYING WSPeriodIndex FROM WSPeriodCount BY -1
           UNTIL WSPeriodIndex < 1
              IF PCStart < WSPDStart(WSPeriodIndex) THEN
                     MOVE WSPeriodIndex TO WSInsertAt
              END-IF
       END-PERFORM
       IF WSInsertAt <= WSPeriodsWanted THEN
              IF WSPeriodCount < WSPeriodsWanted THEN
                     ADD 1 TO WSPeriodCount
              END-IF
              PERFORM VARYING WSShiftIndex FROM WSPeriodCount BY -1
                  UNTIL WSShiftIndex <= WSInsertAt
                     MOVE WSPeriodEntry(WSShiftIndex - 1)
                         TO WSPeriodEntry(WSShiftIndex)
              END-PERFORM
              MOVE PCPeriod TO WSPDPeriod(WSInsertAt)
              MOVE PCStart TO WSPDStart(WSInsertAt)
              MOVE PCEnd TO WSPDEnd(WSInsertAt)
       END-IF.

*> year-times-100-plus-month periods from next month on
ComputeMonthlyPeriods.
       MOVE WSTodayYYYY TO WSNextYYYY
       MOVE WSTodayMM TO WSNextMM
       PERFORM VARYING WSPeriodIndex FROM 1 BY 1
           UNTIL WSPeriodIndex > WSPeriodsWanted
              IF WSNextMM = 12 THEN
                     ADD 1 TO WSNextYYYY
                     MOVE 1 TO WSNextMM
              ELSE
                     ADD 1 TO WSNextMM
              END-IF
              MOVE WSNextMonth TO WSPDPeriod(WSPeriodIndex)
              COMPUTE WSPDStart(WSPeriodIndex) = WSNextMonth * 100 + 1
              COMPUTE WSPDEnd(WSPeriodIndex) = WSNextMonth * 100 + 31
       END-PERFORM
       MOVE WSPeriodsWanted TO WSPeriodCount.

*> takes the what-if raises, one department at a time, until a blank
*> department ends the list
AcceptRaises.
       MOVE "N" TO WSEntryDone
       PERFORM UNTIL EntryDone
              DISPLAY "Raise for department (blank when done): "
                  WITH NO ADVANCING
              MOVE SPACES TO WSEntryDept
              ACCEPT WSEntryDept
              IF WSEntryDept = SPACES THEN
                     MOVE "Y" TO WSEntryDone
              ELSE
                     PERFORM AcceptOneRaise
              END-IF
       END-PERFORM.

*> one department's raise percentage and the period it starts
AcceptOneRaise.
       DISPLAY "  Raise percent (e.g. 035 for 3.5): " WITH NO ADVANCING
       ACCEPT WSEntryPct
       DISPLAY "  From pay period (0 for the first): " WITH NO ADVANCING
       ACCEPT WSEntryFrom
       IF WSRaiseCount >= 50 THEN
              DISPLAY "  Raise table is full - not taken"
       ELSE
              ADD 1 TO WSRaiseCount
              MOVE WSEntryDept TO WSRTDept(WSRaiseCount)
              MOVE WSEntryPct TO WSRTPct(WSRaiseCount)
              MOVE WSEntryFrom TO WSRTFrom(WSRaiseCount)
       END-IF.

*> takes the planned hires until a blank department ends the list
AcceptHires.
       MOVE "N" TO WSEntryDone
       PERFORM UNTIL EntryDone
              DISPLAY "Planned hire department (blank when done): "
                  WITH NO ADVANCING
              MOVE SPACES TO WSEntryDept
              ACCEPT WSEntryDept
              IF WSEntryDept = SPACES THEN
                     MOVE "Y" TO WSEntryDone
              ELSE
                     PERFORM AcceptOneHire
              END-IF
       END-PERFORM.

*> one line of planned hires: how many, at what rate, from when
AcceptOneHire.
       DISPLAY "  Number of hires: " WITH NO ADVANCING
       ACCEPT WSEntryHeads
       DISPLAY "  Pay rate: " WITH NO ADVANCING
       ACCEPT WSEntryRate
       DISPLAY "  First pay period (0 for the first): "
           WITH NO ADVANCING
       ACCEPT WSEntryFrom
       EVALUATE TRUE
           WHEN WSEntryHeads = 0 OR WSEntryRate = 0
              DISPLAY "  Hires and rate must be above zero - not taken"
           WHEN WSHireCount >= 50
              DISPLAY "  Hire table is full - not taken"
           WHEN OTHER
              ADD 1 TO WSHireCount
              MOVE WSEntryDept TO WSHTDept(WSHireCount)
              MOVE WSEntryRate TO WSHTRate(WSHireCount)
              MOVE WSEntryFrom TO WSHTFrom(WSHireCount)
              MOVE WSEntryHeads TO WSHTHeads(WSHireCount)
       END-EVALUATE.

*> reads the enrollments into storage
LoadEnrollments.
       MOVE 0 TO WSEnrollCount
       MOVE "N" TO WSEnrollEOF
       OPEN INPUT BenEnrollFile
       PERFORM ReadEnrollment
       PERFORM UNTIL EnrollEOF
              IF WSEnrollCount < 500 THEN
                     ADD 1 TO WSEnrollCount
                     MOVE BEIdent TO WSETIdent(WSEnrollCount)
                     MOVE BEEffDate TO WSETEffDate(WSEnrollCount)
                     IF BEEndDate IS NUMERIC THEN
                            MOVE BEEndDate TO WSETEndDate(WSEnrollCount)
                     ELSE
                            MOVE 0 TO WSETEndDate(WSEnrollCount)
                     END-IF
              END-IF
              PERFORM ReadEnrollment
       END-PERFORM
       CLOSE BenEnrollFile.

*> reads the next enrollment line
ReadEnrollment.
       READ BenEnrollFile
           AT END MOVE "Y" TO WSEnrollEOF
       END-READ.

*> every active employee on the master, across every period
ProjectEmployees.
       MOVE "N" TO WSEmpEOF
       OPEN INPUT EmployeeMasterFile
       PERFORM ReadEmployee
       PERFORM UNTIL EmpEOF
              IF EMActive THEN
                     ADD 1 TO WSEmployeeCount
                     MOVE EMIdent TO WSProjIdent
                     MOVE EMDept TO WSProjDept
                     MOVE EMPayRate TO WSProjBaseRate
                     MOVE 1 TO WSProjHeads
                     PERFORM VARYING WSPeriodIndex FROM 1 BY 1
                         UNTIL WSPeriodIndex > WSPeriodCount
                            PERFORM ProjectOnePeriod
                     END-PERFORM
              END-IF
              PERFORM ReadEmployee
       END-PERFORM
       CLOSE EmployeeMasterFile.

*> reads the next employee in ID order
ReadEmployee.
       READ EmployeeMasterFile NEXT RECORD
           AT END MOVE "Y" TO WSEmpEOF
       END-READ.

*> every planned hire line, from its first period on - a hire has no
*> employee ID and no enrollment yet, so the tax table's legacy
*> insurance rate prices the deduction and no premium is carried
ProjectHires.
       PERFORM VARYING WSHireIndex FROM 1 BY 1
           UNTIL WSHireIndex > WSHireCount
              MOVE 0 TO WSProjIdent
              MOVE WSHTDept(WSHireIndex) TO WSProjDept
              MOVE WSHTRate(WSHireIndex) TO WSProjBaseRate
              MOVE WSHTHeads(WSHireIndex) TO WSProjHeads
              PERFORM VARYING WSPeriodIndex FROM 1 BY 1
                  UNTIL WSPeriodIndex > WSPeriodCount
                     IF WSPDPeriod(WSPeriodIndex) >= WSHTFrom(WSHireIndex)
                     THEN
                            PERFORM ProjectOnePeriod
                     END-IF
              END-PERFORM
       END-PERFORM.

*> one employee (or one line of identical hires) for one period: the
*> rate after any raise in force, gross at standard hours through
*> paygross, deductions and net through paydeduct, and the premium
*> for an enrolled employee, added into the department's cell
ProjectOnePeriod.
       PERFORM ApplyRaise
       CALL WSGrossProgram USING WSStdHours, WSProjRate, WSNoPremium,
           WSGrossRegular, WSGrossOvertime, WSGrossPremium,
           WSGrossTotal
       IF RETURN-CODE NOT = 0 OR WSGrossTotal < 0 THEN
              ADD 1 TO WSProblemCount
              MOVE 0 TO WSGrossTotal
       END-IF
       MOVE WSGrossTotal TO WSProjGross
       MOVE WSProjIdent TO WSDedIdent
       MOVE WSPDPeriod(WSPeriodIndex) TO WSDedPeriod
       MOVE WSGrossTotal TO WSDedGross
       CALL WSDeductProgram USING WSDedIdent, WSDedPeriod,
           WSDedGross, WSDedTax, WSDedRetirement, WSDedInsurance,
           WSDedTotal
       IF RETURN-CODE NOT = 0 OR WSDedTotal < 0
           OR WSDedTotal > WSGrossTotal THEN
              ADD 1 TO WSProblemCount
              MOVE 0 TO WSDedTotal
              MOVE 0 TO WSDedInsurance
       END-IF
       MOVE 0 TO RETURN-CODE
       COMPUTE WSProjNet = WSGrossTotal - WSDedTotal
       MOVE 0 TO WSProjBenefit
       IF WSProjIdent > 0 THEN
              PERFORM CheckEnrolled
              IF Enrolled THEN
                     MOVE WSDedInsurance TO WSProjBenefit
              END-IF
       END-IF
       PERFORM FindDeptSlot
       IF WSDeptSlot = 0 THEN
              ADD 1 TO WSProblemCount
       ELSE
              ADD WSProjHeads TO WSDCHeads(WSDeptSlot, WSPeriodIndex)
              COMPUTE WSDCGross(WSDeptSlot, WSPeriodIndex) =
                  WSDCGross(WSDeptSlot, WSPeriodIndex)
                  + WSProjGross * WSProjHeads
              COMPUTE WSDCBenefit(WSDeptSlot, WSPeriodIndex) =
                  WSDCBenefit(WSDeptSlot, WSPeriodIndex)
                  + WSProjBenefit * WSProjHeads
              COMPUTE WSDCNet(WSDeptSlot, WSPeriodIndex) =
                  WSDCNet(WSDeptSlot, WSPeriodIndex)
                  + WSProjNet * WSProjHeads
       END-IF.

*> the rate for the period: the department's raise applies from its
*> starting period on; the last raise keyed for the department wins
ApplyRaise.
       MOVE 0 TO WSRaisePct
       PERFORM VARYING WSRaiseIndex FROM 1 BY 1
           UNTIL WSRaiseIndex > WSRaiseCount
              IF WSRTDept(WSRaiseIndex) = WSProjDept
                  AND WSRTFrom(WSRaiseIndex) <= WSPDPeriod(WSPeriodIndex)
              THEN
                     MOVE WSRTPct(WSRaiseIndex) TO WSRaisePct
              END-IF
       END-PERFORM
       COMPUTE WSProjRate ROUNDED =
           WSProjBaseRate * (100 + WSRaisePct) / 100
           ON SIZE ERROR
              ADD 1 TO WSProblemCount
              MOVE WSProjBaseRate TO WSProjRate
       END-COMPUTE.

*> whether the employee has coverage in force at any point of the
*> period being projected
CheckEnrolled.
       MOVE "N" TO WSEnrolled
       PERFORM VARYING WSEnrollIndex FROM 1 BY 1
           UNTIL WSEnrollIndex > WSEnrollCount
              IF WSETIdent(WSEnrollIndex) = WSProjIdent
                  AND WSETEffDate(WSEnrollIndex) <= WSPDEnd(WSPeriodIndex)
                  AND (WSETEndDate(WSEnrollIndex) = 0
                  OR WSETEndDate(WSEnrollIndex) >= WSPDStart(WSPeriodIndex))
              THEN
                     MOVE "Y" TO WSEnrolled
              END-IF
       END-PERFORM.

*> the department's slot on the projection table, opened on first
*> sight; zero when the table is full
FindDeptSlot.
       MOVE 0 TO WSDeptSlot
       PERFORM VARYING WSDeptIndex FROM 1 BY 1
           UNTIL WSDeptIndex > WSDeptCount
              IF WSDTDept(WSDeptIndex) = WSProjDept THEN
                     MOVE WSDeptIndex TO WSDeptSlot
              END-IF
       END-PERFORM
       IF WSDeptSlot = 0 AND WSDeptCount < 50 THEN
              ADD 1 TO WSDeptCount
              MOVE WSDeptCount TO WSDeptSlot
              MOVE WSProjDept TO WSDTDept(WSDeptSlot)
              PERFORM VARYING WSShiftIndex FROM 1 BY 1
                  UNTIL WSShiftIndex > 26
                     MOVE 0 TO WSDCHeads(WSDeptSlot, WSShiftIndex)
                     MOVE 0 TO WSDCGross(WSDeptSlot, WSShiftIndex)
                     MOVE 0 TO WSDCBenefit(WSDeptSlot, WSShiftIndex)
                     MOVE 0 TO WSDCNet(WSDeptSlot, WSShiftIndex)
              END-PERFORM
       END-IF.

*> heads the report with what the projection assumed
PrintAssumptions.
       MOVE WSStdHours TO WSEditHours
       MOVE SPACES TO RPTLine
       STRING "Projected " WSPeriodCount " pay periods from "
           WSPDPeriod(1) " at " WSEditHours " standard hours"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       IF WSRaiseCount = 0 THEN
              MOVE SPACES TO RPTLine
              STRING "No raises assumed"
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
       END-IF
       PERFORM VARYING WSRaiseIndex FROM 1 BY 1
           UNTIL WSRaiseIndex > WSRaiseCount
              MOVE WSRTPct(WSRaiseIndex) TO WSEditPct
              MOVE SPACES TO RPTLine
              STRING "Raise  department " WSRTDept(WSRaiseIndex) "  "
                  WSEditPct "% from period " WSRTFrom(WSRaiseIndex)
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
       END-PERFORM
       PERFORM VARYING WSHireIndex FROM 1 BY 1
           UNTIL WSHireIndex > WSHireCount
              MOVE WSHTRate(WSHireIndex) TO WSEditRate
              MOVE SPACES TO RPTLine
              STRING "Hire   department " WSHTDept(WSHireIndex) "  "
                  WSHTHeads(WSHireIndex) " at " WSEditRate
                  " from period " WSHTFrom(WSHireIndex)
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
       END-PERFORM.

*> one department, period by period, with its total
PrintDepartment.
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING "Department " WSDTDept(WSDeptIndex)
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       PERFORM WriteColumnHeads
       MOVE 0 TO WSTotGross
       MOVE 0 TO WSTotBenefit
       MOVE 0 TO WSTotNet
       PERFORM VARYING WSPeriodIndex FROM 1 BY 1
           UNTIL WSPeriodIndex > WSPeriodCount
              MOVE WSDCHeads(WSDeptIndex, WSPeriodIndex) TO WSTotHeads
              MOVE WSDCGross(WSDeptIndex, WSPeriodIndex) TO WSSumGross
              MOVE WSDCBenefit(WSDeptIndex, WSPeriodIndex)
                  TO WSSumBenefit
              MOVE WSDCNet(WSDeptIndex, WSPeriodIndex) TO WSSumNet
              ADD WSSumGross TO WSTotGross
              ADD WSSumBenefit TO WSTotBenefit
              ADD WSSumNet TO WSTotNet
              MOVE WSPDPeriod(WSPeriodIndex) TO WSLineLabel
              PERFORM WriteProjectionLine
       END-PERFORM
       MOVE 0 TO WSTotHeads
       MOVE WSTotGross TO WSSumGross
       MOVE WSTotBenefit TO WSSumBenefit
       MOVE WSTotNet TO WSSumNet
       MOVE "Total" TO WSLineLabel
       PERFORM WriteProjectionLine.

*> every department together, period by period, with the grand total
*> left in the sums for the trailer
PrintAllDepartments.
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING "All departments"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       PERFORM WriteColumnHeads
       MOVE 0 TO WSTotGross
       MOVE 0 TO WSTotBenefit
       MOVE 0 TO WSTotNet
       PERFORM VARYING WSPeriodIndex FROM 1 BY 1
           UNTIL WSPeriodIndex > WSPeriodCount
              MOVE 0 TO WSTotHeads
              MOVE 0 TO WSSumGross
              MOVE 0 TO WSSumBenefit
              MOVE 0 TO WSSumNet
              PERFORM VARYING WSDeptIndex FROM 1 BY 1
                  UNTIL WSDeptIndex > WSDeptCount
                     ADD WSDCHeads(WSDeptIndex, WSPeriodIndex)
                         TO WSTotHeads
                     ADD WSDCGross(WSDeptIndex, WSPeriodIndex)
                         TO WSSumGross
                     ADD WSDCBenefit(WSDeptIndex, WSPeriodIndex)
                         TO WSSumBenefit
                     ADD WSDCNet(WSDeptIndex, WSPeriodIndex)
                         TO WSSumNet
              END-PERFORM
              ADD WSSumGross TO WSTotGross
              ADD WSSumBenefit TO WSTotBenefit
              ADD WSSumNet TO WSTotNet
              MOVE WSPDPeriod(WSPeriodIndex) TO WSLineLabel
              PERFORM WriteProjectionLine
       END-PERFORM
       MOVE 0 TO WSTotHeads
       MOVE WSTotGross TO WSSumGross
       MOVE WSTotBenefit TO WSSumBenefit
       MOVE WSTotNet TO WSSumNet
       MOVE "Total" TO WSLineLabel
       PERFORM WriteProjectionLine.

*> the column heads over a block of projection lines
WriteColumnHeads.
       MOVE SPACES TO RPTLine
       STRING "  Period   Heads         Gross      Benefits"
           "           Net    Total cost"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine.

*> one projection line: heads, gross, benefit cost, net, and the cost
*> to the company (gross plus benefits)
WriteProjectionLine.
       COMPUTE WSTotalCost = WSSumGross + WSSumBenefit
       MOVE WSTotHeads TO WSEditHeads
       MOVE WSSumGross TO WSEditGross
       MOVE WSSumBenefit TO WSEditBenefit
       MOVE WSSumNet TO WSEditNet
       MOVE WSTotalCost TO WSEditCost
       MOVE SPACES TO RPTLine
       IF WSLineLabel = "Total" THEN
              STRING "  " WSLineLabel "      " WSEditGross " "
                  WSEditBenefit " " WSEditNet " " WSEditCost
                  DELIMITED BY SIZE INTO RPTLine
       ELSE
              STRING "  " WSLineLabel " " WSEditHeads " " WSEditGross
                  " " WSEditBenefit " " WSEditNet " " WSEditCost
                  DELIMITED BY SIZE INTO RPTLine
       END-IF
       PERFORM WriteReportLine.

*> cobc -x costproj.cbl          to load the program
*> cobc -m rptwrite.cbl paygross.cbl paydeduct.cbl callookup.cbl
*>                               builds the services it CALLs
*> ./costproj                    to run the program
