>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. wagestmt.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL YTDMasterFile ASSIGN TO "YTDMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS YTDIdent
           FILE STATUS IS WSYTDFileStatus.

       SELECT OPTIONAL YTDArchiveFile ASSIGN TO "YTDArchive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL EmployeeMasterFile ASSIGN TO "EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS EMIdent
           FILE STATUS IS WSEmpFileStatus.

       SELECT OPTIONAL EmpSSNXrefFile ASSIGN TO "EmpSSNXref.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ESIdent
           ALTERNATE RECORD KEY IS ESSSN WITH DUPLICATES
           FILE STATUS IS WSXrefFileStatus.

       SELECT OPTIONAL PayPeriodFile ASSIGN TO "PayPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL PayCalFile ASSIGN TO "PayCalendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL WageFilingFile ASSIGN USING WSFilingName
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  YTDMasterFile.
COPY YTDREC.

*> a year already cleared by the new-year reset is read back off the
*> archive instead of the master
FD  YTDArchiveFile.
COPY YTDARCH.

FD  EmployeeMasterFile.
COPY EMPREC.

*> the employee's verified SSN for the statement and the filing
FD  EmpSSNXrefFile.
COPY EMPSSN.

*> the pay-period control file payclose keeps - the statements wait
*> for the year's last period to be closed here
FD  PayPeriodFile.
01 PayPeriodRecord.
       02 PPPeriod PIC 9(6).
       02 PPStatus PIC X.

*> the pay-period calendar says which period is the year's last
FD  PayCalFile.
COPY PAYCAL.

*> the employer filing for the tax authority, or the one-employee
*> correction filing when a statement is reissued
FD  WageFilingFile.
COPY WAGEFILE.

WORKING-STORAGE SECTION.
01 WSYTDFileStatus PIC XX VALUE "00".
01 WSEmpFileStatus PIC XX VALUE "00".
01 WSXrefFileStatus PIC XX VALUE "00".

01 WSYTDEOF PIC X VALUE "N".
       88 YTDEOF VALUE "Y".

01 WSArchEOF PIC X VALUE "N".
       88 ArchEOF VALUE "Y".

01 WSPeriodEOF PIC X VALUE "N".
       88 PeriodEOF VALUE "Y".

01 WSCalEOF PIC X VALUE "N".
       88 CalEOF VALUE "Y".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuYearEnd   VALUE "1".
       88 MenuCorrected VALUE "2".

01 WSTaxYear    PIC 9(4) VALUE 0.
01 WSEntryIdent PIC 9(3) VALUE 0.
01 WSRunDate    PIC 9(8).

*> the last period of the tax year off the calendar; a year the
*> calendar has no periods for falls back to the monthly numbering,
*> where December is the last
01 WSLastPeriod PIC 9(6) VALUE 0.
01 WSCalEndDate PIC 9(8) VALUE 0.
01 WSCalEndParts REDEFINES WSCalEndDate.
       02 WSCalEndYYYY PIC 9(4).
       02 WSCalEndMMDD PIC 9(4).

01 WSPeriodClosed PIC X VALUE "N".
       88 PeriodClosed VALUE "Y".

01 WSFilingName PIC X(20) VALUE SPACES.

*> the figures one statement prints from, off the master or the archive
01 WSHaveFigures PIC X VALUE "N".
       88 HaveFigures VALUE "Y".
01 WSStmtIdent       PIC 9(3) VALUE 0.
01 WSStmtGross       PIC 9(7)V99 VALUE 0.
01 WSStmtDeductions  PIC 9(7)V99 VALUE 0.
01 WSStmtNet         PIC 9(7)V99 VALUE 0.
01 WSStmtTax         PIC 9(7)V99 VALUE 0.
01 WSStmtRetirement  PIC 9(7)V99 VALUE 0.
01 WSStmtInsurance   PIC 9(7)V99 VALUE 0.
01 WSStmtOther       PIC S9(7)V99 VALUE 0.
01 WSStmtName        PIC X(20) VALUE SPACES.
01 WSStmtDept        PIC X(3) VALUE SPACES.
01 WSStmtSSN.
       02 WSStmtSSNArea   PIC 999.
       02 WSStmtSSNGroup  PIC 99.
       02 WSStmtSSNSerial PIC 9999.

01 WSStatementCount PIC 9(5) VALUE 0.
01 WSSkippedCount   PIC 9(5) VALUE 0.
01 WSTotalGross      PIC 9(9)V99 VALUE 0.
01 WSTotalTax        PIC 9(9)V99 VALUE 0.
01 WSTotalRetirement PIC 9(9)V99 VALUE 0.
01 WSTotalInsurance  PIC 9(9)V99 VALUE 0.

01 WSEditAmount PIC $$,$$$,$$9.99.
01 WSEditTotal  PIC $$$$,$$$,$$9.99.

*> control block for the shared rptwrite report-formatting service -
*> the "P" page-break operation gives every statement its own page
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
DISPLAY "Tax year for the wage statements (YYYY): " WITH NO ADVANCING
ACCEPT WSTaxYear
DISPLAY "1. Year-end statements and employer wage filing"
DISPLAY "2. Corrected statement for one employee"
DISPLAY "Select an option: " WITH NO ADVANCING
ACCEPT WSMenuChoice

PERFORM FindLastPeriod
PERFORM CheckLastPeriodClosed
EVALUATE TRUE
    WHEN NOT PeriodClosed
       DISPLAY "Last pay period of " WSTaxYear " (" WSLastPeriod
           ") is not closed in PayPeriod.dat - statements refused"
       MOVE 8 TO RETURN-CODE
    WHEN MenuYearEnd
       PERFORM RunYearEnd
    WHEN MenuCorrected
       PERFORM RunCorrection
    WHEN OTHER
       DISPLAY "Invalid selection " WSMenuChoice
END-EVALUATE

STOP RUN.

*> the highest calendar period ending in the tax year is its last
FindLastPeriod.
       MOVE 0 TO WSLastPeriod
       MOVE "N" TO WSCalEOF
       OPEN INPUT PayCalFile
       PERFORM ReadPayCal
       PERFORM UNTIL CalEOF
              MOVE PCEnd TO WSCalEndDate
              IF WSCalEndYYYY = WSTaxYear
                  AND PCPeriod > WSLastPeriod THEN
                     MOVE PCPeriod TO WSLastPeriod
              END-IF
              PERFORM ReadPayCal
       END-PERFORM
       CLOSE PayCalFile
       IF WSLastPeriod = 0 THEN
              COMPUTE WSLastPeriod = WSTaxYear * 100 + 12
       END-IF.

*> reads the next period off the calendar
ReadPayCal.
       READ PayCalFile
           AT END MOVE "Y" TO WSCalEOF
       END-READ.

*> the year's last period must be on the control file as closed - a
*> period with no line on file is still open
CheckLastPeriodClosed.
       MOVE "N" TO WSPeriodClosed
       MOVE "N" TO WSPeriodEOF
       OPEN INPUT PayPeriodFile
       PERFORM ReadPeriodRecord
       PERFORM UNTIL PeriodEOF
              IF PPPeriod = WSLastPeriod THEN
                     IF PPStatus = "C" THEN
                            MOVE "Y" TO WSPeriodClosed
                     ELSE
                            MOVE "N" TO WSPeriodClosed
                     END-IF
              END-IF
              PERFORM ReadPeriodRecord
       END-PERFORM
       CLOSE PayPeriodFile.

*> reads the next period/status line off the control file
ReadPeriodRecord.
       READ PayPeriodFile
           AT END MOVE "Y" TO WSPeriodEOF
       END-READ.

*> one statement per employee paid in the year, and the employer
*> filing with its count-and-totals trailer
RunYearEnd.
       MOVE "O" TO RPTOperation
       MOVE "WageStatements.txt" TO RPTFileName
       MOVE "wagestmt" TO RPTProgram
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Wage and Tax Statements" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
       CALL WSReportProgram USING ReportControl
       MOVE "WageFiling.dat" TO WSFilingName
       OPEN OUTPUT WageFilingFile
       OPEN INPUT YTDMasterFile
       OPEN INPUT EmployeeMasterFile
       OPEN INPUT EmpSSNXrefFile
       MOVE "N" TO WSYTDEOF
       PERFORM ReadYTDMaster
       PERFORM UNTIL YTDEOF
              MOVE YTDIdent TO WSStmtIdent
              PERFORM GatherFigures
              IF HaveFigures THEN
                     PERFORM PrintStatement
                     MOVE "D" TO WFRecType
                     PERFORM WriteFilingDetail
              ELSE
                     ADD 1 TO WSSkippedCount
              END-IF
              PERFORM ReadYTDMaster
       END-PERFORM
       PERFORM WriteFilingTrailer
       CLOSE YTDMasterFile
       CLOSE EmployeeMasterFile
       CLOSE EmpSSNXrefFile
       CLOSE WageFilingFile
       MOVE WSTotalGross TO WSEditTotal
       MOVE SPACES TO RPTLine
       STRING "Statements: " WSStatementCount
           "  Total wages: " WSEditTotal
           DELIMITED BY SIZE INTO RPTLine
       MOVE "T" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       MOVE "C" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       DISPLAY "Statements printed        : " WSStatementCount
       DISPLAY "No wages for " WSTaxYear "          : " WSSkippedCount
       DISPLAY "Statements written to WageStatements.txt"
       DISPLAY "Employer filing written to WageFiling.dat".

*> reprints one employee's statement marked corrected, from the
*> year-to-date figures as they stand after the payadj correction, and
*> writes a one-employee correction filing for the tax authority
RunCorrection.
       DISPLAY "Employee ID: " WITH NO ADVANCING
       ACCEPT WSEntryIdent
       OPEN INPUT YTDMasterFile
       OPEN INPUT EmployeeMasterFile
       OPEN INPUT EmpSSNXrefFile
       MOVE WSEntryIdent TO YTDIdent
       READ YTDMasterFile
           INVALID KEY
              MOVE 0 TO YTDYear
              MOVE 0 TO YTDGross
       END-READ
       MOVE WSEntryIdent TO WSStmtIdent
       PERFORM GatherFigures
       IF HaveFigures THEN
              MOVE "O" TO RPTOperation
              MOVE "WageCorrected.txt" TO RPTFileName
              MOVE "wagestmt" TO RPTProgram
              MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
              MOVE "Corrected Wage and Tax Statement" TO RPTTitle
              MOVE 60 TO RPTLinesPerPage
              CALL WSReportProgram USING ReportControl
              PERFORM PrintStatement
              MOVE SPACES TO RPTLine
              STRING "Corrected statement for employee " WSEntryIdent
                  " issued " WSRunDate
                  DELIMITED BY SIZE INTO RPTLine
              MOVE "T" TO RPTOperation
              CALL WSReportProgram USING ReportControl
              MOVE "C" TO RPTOperation
              CALL WSReportProgram USING ReportControl
              MOVE "WageCorrection.dat" TO WSFilingName
              OPEN OUTPUT WageFilingFile
              MOVE "C" TO WFRecType
              PERFORM WriteFilingDetail
              PERFORM WriteFilingTrailer
              CLOSE WageFilingFile
              DISPLAY "Corrected statement written to WageCorrected.txt"
              DISPLAY "Correction filing written to WageCorrection.dat"
       ELSE
              DISPLAY "No wages on file for employee " WSEntryIdent
                  " in " WSTaxYear " - nothing printed"
       END-IF
       CLOSE YTDMasterFile
       CLOSE EmployeeMasterFile.

*> reads the next employee's year-to-date record in ID order
ReadYTDMaster.
       READ YTDMasterFile NEXT RECORD
           AT END MOVE "Y" TO WSYTDEOF
       END-READ.

*> the year's figures off the live master while it still holds the
*> tax year, otherwise off the archive the new-year reset wrote
GatherFigures.
       MOVE "N" TO WSHaveFigures
       IF YTDYear = WSTaxYear AND YTDGross > 0 THEN
              MOVE "Y" TO WSHaveFigures
              MOVE YTDGross TO WSStmtGross
              MOVE YTDDeductions TO WSStmtDeductions
              MOVE YTDNet TO WSStmtNet
              MOVE YTDTaxWithheld TO WSStmtTax
              MOVE YTDRetirement TO WSStmtRetirement
              MOVE YTDInsurance TO WSStmtInsurance
       ELSE
              PERFORM FindArchiveFigures
       END-IF
       IF HaveFigures THEN
              MOVE WSStmtIdent TO EMIdent
              READ EmployeeMasterFile
                  INVALID KEY
                     MOVE "(not on the master)" TO WSStmtName
                     MOVE SPACES TO WSStmtDept
                  NOT INVALID KEY
                     MOVE EMName TO WSStmtName
                     MOVE EMDept TO WSStmtDept
              END-READ
              MOVE WSStmtIdent TO ESIdent
              READ EmpSSNXrefFile
                  INVALID KEY
                     MOVE ZEROS TO WSStmtSSN
                  NOT INVALID KEY
                     MOVE ESSSN TO WSStmtSSN
              END-READ
       END-IF.

*> the employee's archived line for the tax year; a line archived
*> before the tax, retirement and insurance figures were kept has
*> spaces there and prints them as zero
FindArchiveFigures.
       MOVE "N" TO WSArchEOF
       OPEN INPUT YTDArchiveFile
       PERFORM ReadArchive
       PERFORM UNTIL ArchEOF
              IF YAIdent = WSStmtIdent AND YAYear = WSTaxYear
                  AND YAGross > 0 THEN
                     MOVE "Y" TO WSHaveFigures
                     MOVE YAGross TO WSStmtGross
                     MOVE YADeductions TO WSStmtDeductions
                     MOVE YANet TO WSStmtNet
                     MOVE 0 TO WSStmtTax
                     MOVE 0 TO WSStmtRetirement
                     MOVE 0 TO WSStmtInsurance
                     IF YATaxWithheld IS NUMERIC THEN
                            MOVE YATaxWithheld TO WSStmtTax
                     END-IF
                     IF YARetirement IS NUMERIC THEN
                            MOVE YARetirement TO WSStmtRetirement
                     END-IF
                     IF YAInsurance IS NUMERIC THEN
                            MOVE YAInsurance TO WSStmtInsurance
                     END-IF
              END-IF
              PERFORM ReadArchive
       END-PERFORM
       CLOSE YTDArchiveFile.

*> reads the next archived year-end line
ReadArchive.
       READ YTDArchiveFile
           AT END MOVE "Y" TO WSArchEOF
       END-READ.

*> writes one statement line through the report service
WriteStatementLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> one statement page laid out for a window envelope: the employee's
*> name at the top, then the year's wages and each withholding; what
*> is left of the deductions after tax, retirement and insurance is
*> the garnishments and recurring deductions
PrintStatement.
       ADD 1 TO WSStatementCount
       IF WSStatementCount > 1 THEN
              MOVE "P" TO RPTOperation
              CALL WSReportProgram USING ReportControl
       END-IF
       ADD WSStmtGross TO WSTotalGross
       ADD WSStmtTax TO WSTotalTax
       ADD WSStmtRetirement TO WSTotalRetirement
       ADD WSStmtInsurance TO WSTotalInsurance
       COMPUTE WSStmtOther = WSStmtDeductions - WSStmtTax
           - WSStmtRetirement - WSStmtInsurance
       IF WSStmtOther < 0 THEN
              MOVE 0 TO WSStmtOther
       END-IF
       MOVE SPACES TO RPTLine
       STRING "Employee " WSStmtIdent "  " WSStmtName
           "  Dept " WSStmtDept
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteStatementLine
       MOVE SPACES TO RPTLine
       STRING "Wage and tax statement for the year " WSTaxYear
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteStatementLine
       MOVE SPACES TO RPTLine
       IF WSStmtSSN = ZEROS THEN
              MOVE "Employee SSN : none on file" TO RPTLine
       ELSE
              STRING "Employee SSN : XXX-XX-" WSStmtSSNSerial
                  DELIMITED BY SIZE INTO RPTLine
       END-IF
       PERFORM WriteStatementLine
       MOVE SPACES TO RPTLine
       PERFORM WriteStatementLine
       MOVE WSStmtGross TO WSEditAmount
       MOVE SPACES TO RPTLine
       STRING "Wages, tips, other compensation : " WSEditAmount
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteStatementLine
       MOVE WSStmtTax TO WSEditAmount
       MOVE SPACES TO RPTLine
       STRING "Income tax withheld             : " WSEditAmount
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteStatementLine
       MOVE WSStmtRetirement TO WSEditAmount
       MOVE SPACES TO RPTLine
       STRING "Retirement contributions        : " WSEditAmount
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteStatementLine
       MOVE WSStmtInsurance TO WSEditAmount
       MOVE SPACES TO RPTLine
       STRING "Insurance deductions            : " WSEditAmount
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteStatementLine
       MOVE WSStmtOther TO WSEditAmount
       MOVE SPACES TO RPTLine
       STRING "Other deductions                : " WSEditAmount
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteStatementLine
       MOVE WSStmtNet TO WSEditAmount
       MOVE SPACES TO RPTLine
       STRING "Net pay for the year            : " WSEditAmount
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteStatementLine.

*> one detail (or correction) line on the filing; the record type is
*> set by the caller
WriteFilingDetail.
       MOVE WSTaxYear TO WFYear
       MOVE WSStmtIdent TO WFIdent
       MOVE WSStmtName TO WFName
       MOVE WSStmtGross TO WFGross
       MOVE WSStmtTax TO WFTaxWithheld
       MOVE WSStmtRetirement TO WFRetirement
       MOVE WSStmtInsurance TO WFInsurance
       MOVE WSStmtSSN TO WFSSN
       WRITE WageFilingRecord.

*> the trailer the authority balances the file against: how many
*> employee lines and what they add up to
WriteFilingTrailer.
       MOVE SPACES TO WageFilingRecord
       MOVE "T" TO WFRecType
       MOVE WSTaxYear TO WFYear
       MOVE WSStatementCount TO WFRecordCount
       MOVE WSTotalGross TO WFTotalGross
       MOVE WSTotalTax TO WFTotalTax
       MOVE WSTotalRetirement TO WFTotalRetirement
       MOVE WSTotalInsurance TO WFTotalInsurance
       WRITE WageFilingRecord.

*> cobc -x wagestmt.cbl          to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./wagestmt                    to run the program
