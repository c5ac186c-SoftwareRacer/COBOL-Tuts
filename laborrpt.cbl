>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. laborrpt.
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

       SELECT OPTIONAL LaborDistFile ASSIGN TO "LaborDist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL EmployeeMasterFile ASSIGN TO "EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS EMIdent
           FILE STATUS IS WSEmpFileStatus.

       SELECT SortFile ASSIGN TO "LaborSort.tmp".

DATA DIVISION.
FILE SECTION.
FD  PayrollFile.
COPY PAYREC.

*> the labor distribution paybatch writes as it pays - each timecard
*> payment's hours and dollars by the charge codes they were split to
FD  LaborDistFile.
COPY LABDIST.

FD  EmployeeMasterFile.
COPY EMPREC.

*> one line per employee per charge code, sorted so the report breaks
*> by charge code
SD  SortFile.
01 SortRecord.
       02 SRCharge PIC X(3).
       02 SRIdent  PIC 9(3).
       02 SRHours  PIC 9(3)V99.
       02 SRAmount PIC 9(5)V99.

WORKING-STORAGE SECTION.
01 WSEmpFileStatus PIC XX VALUE "00".

01 WSPayEOF PIC X VALUE "N".
       88 PayEOF VALUE "Y".

01 WSSortEOF PIC X VALUE "N".
       88 SortEOF VALUE "Y".

01 WSEntryPeriod PIC 9(6) VALUE 0.

*> the period's labor distribution lines, with each employee's lines
*> totalled - a payment is reported by its lines only when they add
*> back to its gross, and only once, so a reissue or a second payment
*> in the period falls back to the home department, the same way the
*> glextract journal charges it
01 WSDistEOF PIC X VALUE "N".
       88 DistEOF VALUE "Y".
01 WSDistCount PIC 9(4) VALUE 0.
01 WSDistTable.
       02 WSDistEntry OCCURS 3000 TIMES.
           03 WSDTIdent  PIC 9(3).
           03 WSDTCharge PIC X(3).
           03 WSDTHours  PIC 9(3)V99.
           03 WSDTAmount PIC 9(5)V99.
01 WSDistIndex PIC 9(4) VALUE 0.
01 WSDistSumTable.
       02 WSDistSum  PIC 9(7)V99 OCCURS 999 TIMES VALUE 0.
01 WSDistUsedTable.
       02 WSDistUsed PIC X OCCURS 999 TIMES VALUE "N".

*> the employee/charge line accumulating as the sorted lines return
01 WSHaveLine PIC X VALUE "N".
       88 HaveLine VALUE "Y".
01 WSLineCharge PIC X(3) VALUE SPACES.
01 WSLineIdent  PIC 9(3) VALUE 0.
01 WSLineHours  PIC 9(5)V99 VALUE 0.
01 WSLineAmount PIC 9(7)V99 VALUE 0.
01 WSLineName   PIC X(20) VALUE SPACES.

*> charge code control break
01 WSHaveCharge PIC X VALUE "N".
       88 HaveCharge VALUE "Y".
01 WSCurrentCharge PIC X(3) VALUE SPACES.
01 WSChargeHours   PIC 9(7)V99 VALUE 0.
01 WSChargeAmount  PIC 9(9)V99 VALUE 0.

01 WSGrandHours  PIC 9(7)V99 VALUE 0.
01 WSGrandAmount PIC 9(9)V99 VALUE 0.

*> the period's live payroll gross the distribution must tie to
01 WSPayrollGross PIC 9(9)V99 VALUE 0.
01 WSRecordCount  PIC 9(5) VALUE 0.
01 WSHomeCount    PIC 9(5) VALUE 0.
01 WSUnusedCount  PIC 9(5) VALUE 0.
01 WSDifference   PIC 9(9)V99 VALUE 0.

01 WSEditHours  PIC ZZZ,ZZ9.99.
01 WSEditAmount PIC $$$,$$$,$$9.99.
01 WSEditGross  PIC $$$,$$$,$$9.99.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
DISPLAY "Enter pay period to distribute: " WITH NO ADVANCING
ACCEPT WSEntryPeriod
PERFORM LoadLaborDist

MOVE "O" TO RPTOperation
MOVE "LaborDist.txt" TO RPTFileName
MOVE "laborrpt" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Labor Distribution by Charge Code" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl

MOVE SPACES TO RPTLine
STRING "Pay period " WSEntryPeriod DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine

OPEN INPUT EmployeeMasterFile
SORT SortFile ON ASCENDING KEY SRCharge SRIdent
    INPUT PROCEDURE IS DistributePayroll
    OUTPUT PROCEDURE IS PrintDistribution
CLOSE EmployeeMasterFile

PERFORM PrintTieOut

MOVE SPACES TO RPTLine
STRING "Payments: " WSRecordCount
    "  at home dept without a distribution: " WSHomeCount
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Payments distributed : " WSRecordCount
DISPLAY "Report written to LaborDist.txt"
IF WSPayrollGross NOT = WSGrandAmount THEN
       MOVE 4 TO RETURN-CODE
END-IF

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> reads the period's labor distribution lines into storage
LoadLaborDist.
       MOVE "N" TO WSDistEOF
       MOVE 0 TO WSDistCount
       OPEN INPUT LaborDistFile
       PERFORM ReadLaborDist
       PERFORM UNTIL DistEOF
              IF LBPeriod = WSEntryPeriod AND LBIdent > 0
                  AND WSDistCount < 3000 THEN
                     ADD 1 TO WSDistCount
                     MOVE LBIdent TO WSDTIdent(WSDistCount)
                     MOVE LBCharge TO WSDTCharge(WSDistCount)
                     MOVE LBHours TO WSDTHours(WSDistCount)
                     MOVE LBAmount TO WSDTAmount(WSDistCount)
                     ADD LBAmount TO WSDistSum(LBIdent)
              END-IF
              PERFORM ReadLaborDist
       END-PERFORM
       CLOSE LaborDistFile.

*> reads the next labor distribution line
ReadLaborDist.
       READ LaborDistFile
           AT END MOVE "Y" TO WSDistEOF
       END-READ.

*> one pass over the period's live payroll records, releasing each
*> payment's hours and dollars by charge code
DistributePayroll.
       MOVE "N" TO WSPayEOF
       OPEN INPUT PayrollFile
       PERFORM ReadPayroll
       PERFORM UNTIL PayEOF
              IF PRPayPeriod = WSEntryPeriod AND NOT PRVoided THEN
                     ADD 1 TO WSRecordCount
                     ADD PRGross TO WSPayrollGross
                     PERFORM DistributeOneRecord
              END-IF
              PERFORM ReadPayroll
       END-PERFORM
       CLOSE PayrollFile.

*> reads the next payroll record
ReadPayroll.
       READ PayrollFile
           AT END MOVE "Y" TO WSPayEOF
       END-READ.

*> a timecard payment whose distribution adds back to its gross goes
*> out by its lines; anything else - retro pay, a final payout, a
*> terminal or reissued payment - is the home department's, hours
*> unknown
DistributeOneRecord.
       IF PRRecType = SPACE AND PRIdent > 0
           AND WSDistUsed(PRIdent) = "N"
           AND WSDistSum(PRIdent) = PRGross THEN
              MOVE "Y" TO WSDistUsed(PRIdent)
              PERFORM VARYING WSDistIndex FROM 1 BY 1
                  UNTIL WSDistIndex > WSDistCount
                     IF WSDTIdent(WSDistIndex) = PRIdent THEN
                            MOVE WSDTCharge(WSDistIndex) TO SRCharge
                            MOVE PRIdent TO SRIdent
                            MOVE WSDTHours(WSDistIndex) TO SRHours
                            MOVE WSDTAmount(WSDistIndex) TO SRAmount
                            RELEASE SortRecord
                     END-IF
              END-PERFORM
       ELSE
              ADD 1 TO WSHomeCount
              MOVE "???" TO SRCharge
              MOVE PRIdent TO EMIdent
              READ EmployeeMasterFile
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE EMDept TO SRCharge
              END-READ
              MOVE PRIdent TO SRIdent
              MOVE 0 TO SRHours
              MOVE PRGross TO SRAmount
              RELEASE SortRecord
       END-IF.

*> takes the sorted lines back, folding each employee's lines under a
*> charge code into one, and breaking for a subtotal per charge code
PrintDistribution.
       PERFORM ReturnSortRecord
       PERFORM UNTIL SortEOF
              IF HaveLine AND (SRCharge NOT = WSLineCharge
                  OR SRIdent NOT = WSLineIdent) THEN
                     PERFORM PrintEmployeeLine
              END-IF
              IF HaveCharge AND SRCharge NOT = WSCurrentCharge THEN
                     PERFORM PrintChargeSubtotal
              END-IF
              IF NOT HaveCharge THEN
                     PERFORM StartCharge
              END-IF
              IF NOT HaveLine THEN
                     MOVE SRCharge TO WSLineCharge
                     MOVE SRIdent TO WSLineIdent
                     MOVE 0 TO WSLineHours
                     MOVE 0 TO WSLineAmount
                     MOVE "Y" TO WSHaveLine
              END-IF
              ADD SRHours TO WSLineHours
              ADD SRAmount TO WSLineAmount
              PERFORM ReturnSortRecord
       END-PERFORM
       IF HaveLine THEN
              PERFORM PrintEmployeeLine
       END-IF
       IF HaveCharge THEN
              PERFORM PrintChargeSubtotal
       END-IF.

*> returns the next line off the sort
ReturnSortRecord.
       RETURN SortFile
           AT END MOVE "Y" TO WSSortEOF
       END-RETURN.

*> heads a new charge code's block
StartCharge.
       MOVE SRCharge TO WSCurrentCharge
       MOVE "Y" TO WSHaveCharge
       MOVE 0 TO WSChargeHours
       MOVE 0 TO WSChargeAmount
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING "Charge code " WSCurrentCharge DELIMITED BY SIZE
           INTO RPTLine
       PERFORM WriteReportLine.

*> prints one employee's hours and dollars under the charge code
PrintEmployeeLine.
       MOVE SPACES TO WSLineName
       MOVE WSLineIdent TO EMIdent
       READ EmployeeMasterFile
           INVALID KEY
              MOVE "(not on master)" TO WSLineName
           NOT INVALID KEY
              MOVE EMName TO WSLineName
       END-READ
       MOVE WSLineHours TO WSEditHours
       MOVE WSLineAmount TO WSEditAmount
       MOVE SPACES TO RPTLine
       STRING "  Employee " WSLineIdent " " WSLineName
           "  Hours " WSEditHours "  Amount " WSEditAmount
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       ADD WSLineHours TO WSChargeHours
       ADD WSLineAmount TO WSChargeAmount
       MOVE "N" TO WSHaveLine.

*> prints the finished charge code's subtotal and rolls it into the
*> grand totals
PrintChargeSubtotal.
       MOVE WSChargeHours TO WSEditHours
       MOVE WSChargeAmount TO WSEditAmount
       MOVE SPACES TO RPTLine
       STRING "  CHARGE " WSCurrentCharge " TOTAL"
           "                  Hours " WSEditHours
           "  Amount " WSEditAmount
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       ADD WSChargeHours TO WSGrandHours
       ADD WSChargeAmount TO WSGrandAmount
       MOVE "N" TO WSHaveCharge.

*> the grand totals, tied back to the period's payroll gross, and a
*> count of distribution lines no live payment claimed (a voided
*> payment's, or a payment since changed)
PrintTieOut.
       MOVE 0 TO WSUnusedCount
       PERFORM VARYING WSDistIndex FROM 1 BY 1
           UNTIL WSDistIndex > WSDistCount
              IF WSDistUsed(WSDTIdent(WSDistIndex)) = "N" THEN
                     ADD 1 TO WSUnusedCount
              END-IF
       END-PERFORM
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine
       MOVE WSGrandHours TO WSEditHours
       MOVE WSGrandAmount TO WSEditAmount
       MOVE SPACES TO RPTLine
       STRING "GRAND TOTAL  Hours " WSEditHours "  Amount " WSEditAmount
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE WSPayrollGross TO WSEditGross
       MOVE SPACES TO RPTLine
       STRING "Payroll gross for the period " WSEditGross
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       IF WSPayrollGross = WSGrandAmount THEN
              MOVE "Distribution ties to payroll gross" TO RPTLine
       ELSE
              IF WSPayrollGross > WSGrandAmount THEN
                     COMPUTE WSDifference = WSPayrollGross - WSGrandAmount
              ELSE
                     COMPUTE WSDifference = WSGrandAmount - WSPayrollGross
              END-IF
              MOVE WSDifference TO WSEditGross
              STRING "** OUT OF BALANCE with payroll gross by "
                  WSEditGross DELIMITED BY SIZE INTO RPTLine
       END-IF
       PERFORM WriteReportLine
       IF WSUnusedCount > 0 THEN
              MOVE SPACES TO RPTLine
              STRING "Distribution lines with no matching live "
                  "payment, left out: " WSUnusedCount
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
       END-IF.

*> cobc -x laborrpt.cbl          to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./laborrpt                    to run the program
