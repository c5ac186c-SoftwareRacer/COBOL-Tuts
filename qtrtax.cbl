>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. qtrtax.
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

       SELECT OPTIONAL PayCalFile ASSIGN TO "PayCalendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL YTDMasterFile ASSIGN TO "YTDMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS YTDIdent
           FILE STATUS IS WSYTDFileStatus.

       SELECT OPTIONAL EmployeeMasterFile ASSIGN TO "EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS EMIdent
           FILE STATUS IS WSEmpFileStatus.

DATA DIVISION.
FILE SECTION.
FD  PayrollFile.
COPY PAYREC.

*> the pay-period calendar puts each period in the month its checks
*> were dated, and so in that month's quarter
FD  PayCalFile.
COPY PAYCAL.

FD  YTDMasterFile.
COPY YTDREC.

FD  EmployeeMasterFile.
COPY EMPREC.

WORKING-STORAGE SECTION.
01 WSYTDFileStatus PIC XX VALUE "00".
01 WSEmpFileStatus PIC XX VALUE "00".

01 WSPayEOF PIC X VALUE "N".
       88 PayEOF VALUE "Y".

01 WSCalEOF PIC X VALUE "N".
       88 CalEOF VALUE "Y".

01 WSYTDEOF PIC X VALUE "N".
       88 YTDEOF VALUE "Y".

01 WSTaxYear PIC 9(4) VALUE 0.
01 WSQuarter PIC 9 VALUE 0.
       88 ValidQuarter VALUE 1 THRU 4.

*> the calendar held in storage: each period with its check date
01 WSCalCount PIC 9(3) VALUE 0.
01 WSCalTable.
       02 WSCalEntry OCCURS 300 TIMES.
           03 WSCTPeriod    PIC 9(6).
           03 WSCTCheckDate PIC 9(8).

01 WSCalIndex PIC 9(3) VALUE 0.

*> the check date of the payroll record in hand; a period the calendar
*> does not have is taken as the old monthly numbering, year and month
01 WSCheckDate PIC 9(8) VALUE 0.
01 WSCheckParts REDEFINES WSCheckDate.
       02 WSCheckYYYY PIC 9(4).
       02 WSCheckMM   PIC 99.
       02 WSCheckDD   PIC 99.

01 WSPeriodParts.
       02 WSPeriodYYYY PIC 9(4).
       02 WSPeriodMM   PIC 99.

01 WSRecordQuarter PIC 9 VALUE 0.

*> the year's totals by month - the selected quarter prints its three
*> months and every quarter of the year prints a line for the proof
01 WSMonthTable.
       02 WSMonthEntry OCCURS 12 TIMES.
           03 WSMTWages      PIC 9(9)V99.
           03 WSMTTax        PIC 9(9)V99.
           03 WSMTRetirement PIC 9(9)V99.
           03 WSMTRecords    PIC 9(5).

01 WSMonthIndex PIC 99 VALUE 0.
01 WSFirstMonth PIC 99 VALUE 0.
01 WSLastMonth  PIC 99 VALUE 0.
01 WSQtrIndex   PIC 9 VALUE 0.

01 WSSumWages      PIC 9(9)V99 VALUE 0.
01 WSSumTax        PIC 9(9)V99 VALUE 0.
01 WSSumRetirement PIC 9(9)V99 VALUE 0.
01 WSSumRecords    PIC 9(5) VALUE 0.

01 WSYearWages      PIC 9(9)V99 VALUE 0.
01 WSYearTax        PIC 9(9)V99 VALUE 0.
01 WSYearRetirement PIC 9(9)V99 VALUE 0.

*> each employee's paid figures for the year straight off Payroll.dat,
*> indexed by the 3-digit employee ID, for the proof against the YTD
*> master
01 WSEmpTable.
       02 WSEmpEntry OCCURS 999 TIMES.
           03 WSETWages      PIC 9(7)V99.
           03 WSETTax        PIC 9(7)V99.
           03 WSETRetirement PIC 9(7)V99.
           03 WSETPaid       PIC X.
           03 WSETMatched    PIC X.

01 WSEmpIndex PIC 9(4) VALUE 0.
01 WSVoidCount      PIC 9(5) VALUE 0.
01 WSReconcileCount PIC 9(5) VALUE 0.
01 WSExceptionCount PIC 9(5) VALUE 0.
01 WSEmpName PIC X(20) VALUE SPACES.

01 WSEditWages      PIC $$$,$$$,$$9.99.
01 WSEditTax        PIC $$$,$$$,$$9.99.
01 WSEditRetirement PIC $$$,$$$,$$9.99.
01 WSEditPaid       PIC $$$$,$$9.99.
01 WSEditMaster     PIC $$$$,$$9.99.
01 WSExceptionField PIC X(10) VALUE SPACES.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
DISPLAY "Tax year (YYYY): " WITH NO ADVANCING
ACCEPT WSTaxYear
DISPLAY "Quarter (1-4): " WITH NO ADVANCING
ACCEPT WSQuarter
IF NOT ValidQuarter THEN
       DISPLAY "Quarter must be 1 to 4 - report not run"
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF

INITIALIZE WSMonthTable
INITIALIZE WSEmpTable
PERFORM LoadCalendar
PERFORM TotalPayroll

MOVE "O" TO RPTOperation
MOVE "QtrTax.txt" TO RPTFileName
MOVE "qtrtax" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Quarterly Payroll Tax Liability" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl

PERFORM PrintQuarter
PERFORM PrintYearByQuarter
PERFORM ReconcileYTD

MOVE SPACES TO RPTLine
STRING "Employees reconciled: " WSReconcileCount
    "  Exceptions: " WSExceptionCount
    "  Voided records left out: " WSVoidCount
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Employees reconciled     : " WSReconcileCount
DISPLAY "Exceptions to YTD master : " WSExceptionCount
DISPLAY "Report written to QtrTax.txt"
IF WSExceptionCount > 0 THEN
       MOVE 4 TO RETURN-CODE
END-IF

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> reads the whole calendar into storage
LoadCalendar.
       MOVE 0 TO WSCalCount
       OPEN INPUT PayCalFile
       PERFORM ReadPayCal
       PERFORM UNTIL CalEOF
              IF WSCalCount < 300 THEN
                     ADD 1 TO WSCalCount
                     MOVE PCPeriod TO WSCTPeriod(WSCalCount)
                     MOVE PCCheckDate TO WSCTCheckDate(WSCalCount)
              END-IF
              PERFORM ReadPayCal
       END-PERFORM
       CLOSE PayCalFile.

*> reads the next period off the calendar
ReadPayCal.
       READ PayCalFile
           AT END MOVE "Y" TO WSCalEOF
       END-READ.

*> one pass over Payroll.dat: a voided record is left out and the
*> payadj reissue that replaced it is an ordinary record for the same
*> period, so each payment counts once
TotalPayroll.
       OPEN INPUT PayrollFile
       PERFORM ReadPayroll
       PERFORM UNTIL PayEOF
              IF PRVoided THEN
                     ADD 1 TO WSVoidCount
              ELSE
                     PERFORM FindCheckDate
                     IF WSCheckYYYY = WSTaxYear AND WSCheckMM >= 1
                         AND WSCheckMM <= 12 THEN
                            PERFORM AccumulateRecord
                     END-IF
              END-IF
              PERFORM ReadPayroll
       END-PERFORM
       CLOSE PayrollFile.

*> reads the next payroll record
ReadPayroll.
       READ PayrollFile
           AT END MOVE "Y" TO WSPayEOF
       END-READ.

*> the check date of the record's period off the calendar
FindCheckDate.
       MOVE 0 TO WSCheckDate
       PERFORM VARYING WSCalIndex FROM 1 BY 1
           UNTIL WSCalIndex > WSCalCount
              IF WSCTPeriod(WSCalIndex) = PRPayPeriod THEN
                     MOVE WSCTCheckDate(WSCalIndex) TO WSCheckDate
              END-IF
       END-PERFORM
       IF WSCheckDate = 0 THEN
              MOVE PRPayPeriod TO WSPeriodParts
              MOVE WSPeriodYYYY TO WSCheckYYYY
              MOVE WSPeriodMM TO WSCheckMM
              MOVE 1 TO WSCheckDD
       END-IF.

*> rolls the record into its month and its employee
AccumulateRecord.
       ADD PRGross TO WSMTWages(WSCheckMM)
       ADD PRTaxWithheld TO WSMTTax(WSCheckMM)
       ADD PRRetirement TO WSMTRetirement(WSCheckMM)
       ADD 1 TO WSMTRecords(WSCheckMM)
       IF PRIdent > 0 THEN
              ADD PRGross TO WSETWages(PRIdent)
              ADD PRTaxWithheld TO WSETTax(PRIdent)
              ADD PRRetirement TO WSETRetirement(PRIdent)
              MOVE "Y" TO WSETPaid(PRIdent)
       END-IF.

*> the selected quarter: a line per month and the quarter's total
PrintQuarter.
       MOVE SPACES TO RPTLine
       STRING "Tax year " WSTaxYear "  Quarter " WSQuarter
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine
       MOVE "Month     Records            Wages      Tax withheld        Retirement"
           TO RPTLine
       PERFORM WriteReportLine
       COMPUTE WSFirstMonth = (WSQuarter - 1) * 3 + 1
       COMPUTE WSLastMonth = WSFirstMonth + 2
       MOVE 0 TO WSSumWages
       MOVE 0 TO WSSumTax
       MOVE 0 TO WSSumRetirement
       MOVE 0 TO WSSumRecords
       PERFORM VARYING WSMonthIndex FROM WSFirstMonth BY 1
           UNTIL WSMonthIndex > WSLastMonth
              ADD WSMTWages(WSMonthIndex) TO WSSumWages
              ADD WSMTTax(WSMonthIndex) TO WSSumTax
              ADD WSMTRetirement(WSMonthIndex) TO WSSumRetirement
              ADD WSMTRecords(WSMonthIndex) TO WSSumRecords
              MOVE WSMTWages(WSMonthIndex) TO WSEditWages
              MOVE WSMTTax(WSMonthIndex) TO WSEditTax
              MOVE WSMTRetirement(WSMonthIndex) TO WSEditRetirement
              MOVE SPACES TO RPTLine
              STRING WSTaxYear "-" WSMonthIndex "   "
                  WSMTRecords(WSMonthIndex) "  " WSEditWages "  "
                  WSEditTax "  " WSEditRetirement
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
       END-PERFORM
       MOVE WSSumWages TO WSEditWages
       MOVE WSSumTax TO WSEditTax
       MOVE WSSumRetirement TO WSEditRetirement
       MOVE SPACES TO RPTLine
       STRING "QUARTER   " WSSumRecords "  " WSEditWages "  "
           WSEditTax "  " WSEditRetirement
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine.

*> every quarter of the year and the year-to-date total the proof
*> below ties to
PrintYearByQuarter.
       MOVE "Year to date by quarter" TO RPTLine
       PERFORM WriteReportLine
       MOVE 0 TO WSYearWages
       MOVE 0 TO WSYearTax
       MOVE 0 TO WSYearRetirement
       PERFORM VARYING WSQtrIndex FROM 1 BY 1 UNTIL WSQtrIndex > 4
              MOVE 0 TO WSSumWages
              MOVE 0 TO WSSumTax
              MOVE 0 TO WSSumRetirement
              MOVE 0 TO WSSumRecords
              COMPUTE WSFirstMonth = (WSQtrIndex - 1) * 3 + 1
              COMPUTE WSLastMonth = WSFirstMonth + 2
              PERFORM VARYING WSMonthIndex FROM WSFirstMonth BY 1
                  UNTIL WSMonthIndex > WSLastMonth
                     ADD WSMTWages(WSMonthIndex) TO WSSumWages
                     ADD WSMTTax(WSMonthIndex) TO WSSumTax
                     ADD WSMTRetirement(WSMonthIndex) TO WSSumRetirement
                     ADD WSMTRecords(WSMonthIndex) TO WSSumRecords
              END-PERFORM
              ADD WSSumWages TO WSYearWages
              ADD WSSumTax TO WSYearTax
              ADD WSSumRetirement TO WSYearRetirement
              MOVE WSSumWages TO WSEditWages
              MOVE WSSumTax TO WSEditTax
              MOVE WSSumRetirement TO WSEditRetirement
              MOVE SPACES TO RPTLine
              STRING "Q" WSQtrIndex "        " WSSumRecords "  "
                  WSEditWages "  " WSEditTax "  " WSEditRetirement
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
       END-PERFORM
       MOVE WSYearWages TO WSEditWages
       MOVE WSYearTax TO WSEditTax
       MOVE WSYearRetirement TO WSEditRetirement
       MOVE SPACES TO RPTLine
       STRING "YEAR             " WSEditWages "  " WSEditTax "  "
           WSEditRetirement
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       PERFORM WriteReportLine.

*> proves each employee's paid figures for the year against the YTD
*> master; a master record for another year, a missing one, or any
*> amount that differs prints as an exception naming the employee
ReconcileYTD.
       MOVE "Reconciliation to YTDMaster.dat" TO RPTLine
       PERFORM WriteReportLine
       OPEN INPUT YTDMasterFile
       OPEN INPUT EmployeeMasterFile
       MOVE 0 TO YTDIdent
       START YTDMasterFile KEY NOT LESS THAN YTDIdent
           INVALID KEY MOVE "Y" TO WSYTDEOF
       END-START
       PERFORM ReadYTDMaster
       PERFORM UNTIL YTDEOF
              IF YTDYear = WSTaxYear AND YTDIdent > 0 THEN
                     PERFORM ReconcileOneEmployee
              END-IF
              PERFORM ReadYTDMaster
       END-PERFORM
       PERFORM VARYING WSEmpIndex FROM 1 BY 1 UNTIL WSEmpIndex > 999
              IF WSETPaid(WSEmpIndex) = "Y"
                  AND WSETMatched(WSEmpIndex) NOT = "Y" THEN
                     PERFORM FetchEmployeeName
                     ADD 1 TO WSExceptionCount
                     MOVE WSETWages(WSEmpIndex) TO WSEditPaid
                     MOVE SPACES TO RPTLine
                     STRING "EXCEPTION " WSEmpIndex " " WSEmpName
                         " paid " WSEditPaid
                         " - no YTD master record for " WSTaxYear
                         DELIMITED BY SIZE INTO RPTLine
                     PERFORM WriteReportLine
              END-IF
       END-PERFORM
       CLOSE YTDMasterFile
       CLOSE EmployeeMasterFile.

*> reads the next YTD master record in employee order
ReadYTDMaster.
       IF NOT YTDEOF THEN
              READ YTDMasterFile NEXT RECORD
                  AT END MOVE "Y" TO WSYTDEOF
              END-READ
       END-IF.

*> compares one employee's wages, tax and retirement
ReconcileOneEmployee.
       MOVE YTDIdent TO WSEmpIndex
       MOVE "Y" TO WSETMatched(WSEmpIndex)
       ADD 1 TO WSReconcileCount
       IF YTDGross NOT = WSETWages(WSEmpIndex) THEN
              MOVE "WAGES" TO WSExceptionField
              MOVE WSETWages(WSEmpIndex) TO WSEditPaid
              MOVE YTDGross TO WSEditMaster
              PERFORM PrintAmountException
       END-IF
       IF YTDTaxWithheld NOT = WSETTax(WSEmpIndex) THEN
              MOVE "TAX" TO WSExceptionField
              MOVE WSETTax(WSEmpIndex) TO WSEditPaid
              MOVE YTDTaxWithheld TO WSEditMaster
              PERFORM PrintAmountException
       END-IF
       IF YTDRetirement NOT = WSETRetirement(WSEmpIndex) THEN
              MOVE "RETIREMENT" TO WSExceptionField
              MOVE WSETRetirement(WSEmpIndex) TO WSEditPaid
              MOVE YTDRetirement TO WSEditMaster
              PERFORM PrintAmountException
       END-IF.

*> one exception line: the employee, the figure and both amounts
PrintAmountException.
       PERFORM FetchEmployeeName
       ADD 1 TO WSExceptionCount
       MOVE SPACES TO RPTLine
       STRING "EXCEPTION " WSEmpIndex " " WSEmpName " "
           WSExceptionField " paid " WSEditPaid
           " YTD master " WSEditMaster
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine.

*> the employee's name for an exception line
FetchEmployeeName.
       MOVE WSEmpIndex TO EMIdent
       READ EmployeeMasterFile
           INVALID KEY
              MOVE "(not on the master)" TO WSEmpName
           NOT INVALID KEY
              MOVE EMName TO WSEmpName
       END-READ.

*> cobc -x qtrtax.cbl            to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./qtrtax                      to run the program
