>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. recconv.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL OldARInvoiceFile ASSIGN TO "ARInvoice.old"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OARInvNum
           FILE STATUS IS WSOldFileStatus.

       SELECT OPTIONAL OldCustAddrFile ASSIGN TO "CustAddr.old"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OCAIDNum
           FILE STATUS IS WSOldFileStatus.

       SELECT OPTIONAL OldOperatorFile ASSIGN TO "Operator.old"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OOPID
           FILE STATUS IS WSOldFileStatus.

       SELECT OPTIONAL OldYTDMasterFile ASSIGN TO "YTDMaster.old"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OYTDIdent
           FILE STATUS IS WSOldFileStatus.

       SELECT OPTIONAL ARInvoiceFile ASSIGN TO "ARInvoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARInvNum
           FILE STATUS IS WSARFileStatus.

       SELECT OPTIONAL CustAddrFile ASSIGN TO "CustAddr.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CAIDNum
           FILE STATUS IS WSAddrFileStatus.

       SELECT OPTIONAL OperatorFile ASSIGN TO "Operator.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPID
           FILE STATUS IS WSOperFileStatus.

       SELECT OPTIONAL YTDMasterFile ASSIGN TO "YTDMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS YTDIdent
           FILE STATUS IS WSYTDFileStatus.

       SELECT OPTIONAL PayrollFile ASSIGN TO "Payroll.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the four indexed files as they were laid out before the fields on
*> the end were added - renamed from .dat to .old ahead of the run so
*> the reloaded files can take the old names
FD  OldARInvoiceFile.
01 OldARInvoiceRecord.
       02 OARInvNum  PIC 9(6).
       02 OARIDNum   PIC 9(5).
       02 OARInvDate PIC 9(8).
       02 OARAmount  PIC 9(7)V99.
       02 OAROpenBal PIC 9(7)V99.
       02 OARStatus  PIC X.

FD  OldCustAddrFile.
01 OldCustAddrRecord.
       02 OCAIDNum  PIC 9(5).
       02 OCAStreet PIC X(25).
       02 OCACity   PIC X(15).
       02 OCAState  PIC XX.
       02 OCAZip    PIC 9(5).

FD  OldOperatorFile.
01 OldOperatorRecord.
       02 OOPID          PIC X(8).
       02 OOPPassword    PIC X(8).
       02 OOPAuthLevel   PIC 9.
       02 OOPLastChanged PIC 9(8).
       02 OOPFailCount   PIC 99.
       02 OOPLocked      PIC X.

FD  OldYTDMasterFile.
01 OldYTDRecord.
       02 OYTDIdent      PIC 9(3).
       02 OYTDYear       PIC 9(4).
       02 OYTDGross      PIC 9(7)V99.
       02 OYTDDeductions PIC 9(7)V99.
       02 OYTDNet        PIC 9(7)V99.

*> the same four files in today's layouts
FD  ARInvoiceFile.
COPY ARINV.

FD  CustAddrFile.
COPY CADDREC.

FD  OperatorFile.
COPY OPERREC.

FD  YTDMasterFile.
COPY YTDREC.

*> the payments on file, read once to fill the year's tax, retirement
*> and insurance totals the old master never carried
FD  PayrollFile.
COPY PAYREC.

WORKING-STORAGE SECTION.
01 WSOldFileStatus  PIC XX VALUE "00".
01 WSARFileStatus   PIC XX VALUE "00".
01 WSAddrFileStatus PIC XX VALUE "00".
01 WSOperFileStatus PIC XX VALUE "00".
01 WSYTDFileStatus  PIC XX VALUE "00".

*> the status of whichever reloaded file is being checked or loaded
01 WSFileStatus PIC XX VALUE "00".
       88 FileStatusOK VALUE "00".
       88 FileNotThere VALUE "05", "35".

01 WSOldEOF PIC X VALUE "N".
       88 OldEOF VALUE "Y".

01 WSNewEOF PIC X VALUE "N".
       88 NewEOF VALUE "Y".

01 WSPayEOF PIC X VALUE "N".
       88 PayEOF VALUE "Y".

*> set when the file under the old name already holds records in the
*> new layout or cannot be read in it - the old file is then left
*> alone and not reloaded
01 WSRefused PIC X VALUE "N".
       88 Refused VALUE "Y".

01 WSYTDLoaded PIC X VALUE "N".
       88 YTDLoaded VALUE "Y".

01 WSFileName PIC X(15) VALUE SPACES.

*> the counts reported for each file: records on the old file, records
*> written in the new layout, and records read back off it after
01 WSBeforeCount  PIC 9(7) VALUE 0.
01 WSLoadedCount  PIC 9(7) VALUE 0.
01 WSAfterCount   PIC 9(7) VALUE 0.
01 WSRejectCount  PIC 9(7) VALUE 0.

01 WSProblemCount PIC 9 VALUE 0.

*> the payments rolled into the year's new totals, and those passed
*> over as void, for another year, or for an employee with no master
01 WSPayRolled  PIC 9(7) VALUE 0.
01 WSPaySkipped PIC 9(7) VALUE 0.

01 WSRunDate PIC 9(8) VALUE 0.

*> operands for the dynamic CALL dispatch into the shared callookup
*> calendar service - a payment's year comes off the period's end
*> date, the same way payadj finds it; the last period looked up is
*> kept, since the payments come in period runs
01 WSCalProgram   PIC X(9) VALUE "callookup".
01 WSCalDate      PIC 9(8) VALUE 0.
01 WSCalPeriod    PIC 9(6) VALUE 0.
01 WSCalStart     PIC 9(8) VALUE 0.
01 WSCalEnd       PIC 9(8) VALUE 0.
01 WSCalEndParts REDEFINES WSCalEnd.
       02 WSCalEndYYYY PIC 9(4).
       02 WSCalEndMMDD PIC 9(4).
01 WSCalCheckDate PIC 9(8) VALUE 0.
01 WSLastPeriod   PIC 9(6) VALUE 0.
01 WSPeriodYear   PIC 9(4) VALUE 0.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
DISPLAY "Reloads ARInvoice.old, CustAddr.old, Operator.old and"
DISPLAY "YTDMaster.old into the .dat files in the current layouts"

MOVE "O" TO RPTOperation
MOVE "RecConv.txt" TO RPTFileName
MOVE "recconv" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Record Layout Conversion" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl
MOVE SPACES TO RPTLine
STRING "Run date " WSRunDate DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine
MOVE SPACES TO RPTLine
PERFORM WriteReportLine

PERFORM ConvertInvoices
PERFORM ConvertAddresses
PERFORM ConvertOperators
PERFORM ConvertYTDMaster
IF YTDLoaded THEN
       PERFORM FillYTDBreakdown
END-IF

MOVE SPACES TO RPTLine
IF WSProblemCount = 0 THEN
       STRING "All four files reloaded with matching counts"
           DELIMITED BY SIZE INTO RPTLine
ELSE
       STRING "Files not reloaded or not matching: " WSProblemCount
           DELIMITED BY SIZE INTO RPTLine
       MOVE 8 TO RETURN-CODE
END-IF
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl
DISPLAY "Report written to RecConv.txt"

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> clears the counts and flags ahead of each file
ResetCounts.
       MOVE 0 TO WSBeforeCount
       MOVE 0 TO WSLoadedCount
       MOVE 0 TO WSAfterCount
       MOVE 0 TO WSRejectCount
       MOVE "N" TO WSRefused
       MOVE "N" TO WSNewEOF
       MOVE "N" TO WSOldEOF.

*> a file that opens but cannot be read, or already holds records,
*> under the old name is not overwritten
CheckNewFileStatus.
       IF NOT FileStatusOK AND NOT FileNotThere THEN
              MOVE "Y" TO WSRefused
       END-IF.

*> -- ARInvoice: a keyed invoice, not in dispute --
ConvertInvoices.
       MOVE "ARInvoice.dat" TO WSFileName
       PERFORM ResetCounts
       OPEN INPUT ARInvoiceFile
       MOVE WSARFileStatus TO WSFileStatus
       IF FileStatusOK THEN
              READ ARInvoiceFile NEXT RECORD
                  AT END CONTINUE
                  NOT AT END MOVE "Y" TO WSRefused
              END-READ
              CLOSE ARInvoiceFile
       END-IF
       PERFORM CheckNewFileStatus
       IF NOT Refused THEN
              OPEN INPUT OldARInvoiceFile
              OPEN OUTPUT ARInvoiceFile
              PERFORM ReadOldInvoice
              PERFORM UNTIL OldEOF
                     ADD 1 TO WSBeforeCount
                     MOVE OARInvNum TO ARInvNum
                     MOVE OARIDNum TO ARIDNum
                     MOVE OARInvDate TO ARInvDate
                     MOVE OARAmount TO ARAmount
                     MOVE OAROpenBal TO AROpenBal
                     MOVE OARStatus TO ARStatus
                     MOVE "R" TO ARType
                     MOVE "N" TO ARDispute
                     WRITE ARInvoiceRecord
                         INVALID KEY
                            ADD 1 TO WSRejectCount
                            DISPLAY "Invoice " ARInvNum
                                " not loaded, status " WSARFileStatus
                         NOT INVALID KEY
                            ADD 1 TO WSLoadedCount
                     END-WRITE
                     PERFORM ReadOldInvoice
              END-PERFORM
              CLOSE ARInvoiceFile
              CLOSE OldARInvoiceFile
              OPEN INPUT ARInvoiceFile
              PERFORM ReadNewInvoice
              PERFORM UNTIL NewEOF
                     ADD 1 TO WSAfterCount
                     PERFORM ReadNewInvoice
              END-PERFORM
              CLOSE ARInvoiceFile
       END-IF
       PERFORM PrintFileCounts.

*> reads the next invoice off the old file
ReadOldInvoice.
       READ OldARInvoiceFile NEXT RECORD
           AT END MOVE "Y" TO WSOldEOF
       END-READ.

*> reads the next invoice back off the reloaded file
ReadNewInvoice.
       READ ARInvoiceFile NEXT RECORD
           AT END MOVE "Y" TO WSNewEOF
       END-READ.

*> -- CustAddr: no mail returned from the address --
ConvertAddresses.
       MOVE "CustAddr.dat" TO WSFileName
       PERFORM ResetCounts
       OPEN INPUT CustAddrFile
       MOVE WSAddrFileStatus TO WSFileStatus
       IF FileStatusOK THEN
              READ CustAddrFile NEXT RECORD
                  AT END CONTINUE
                  NOT AT END MOVE "Y" TO WSRefused
              END-READ
              CLOSE CustAddrFile
       END-IF
       PERFORM CheckNewFileStatus
       IF NOT Refused THEN
              OPEN INPUT OldCustAddrFile
              OPEN OUTPUT CustAddrFile
              PERFORM ReadOldAddress
              PERFORM UNTIL OldEOF
                     ADD 1 TO WSBeforeCount
                     MOVE OCAIDNum TO CAIDNum
                     MOVE OCAStreet TO CAStreet
                     MOVE OCACity TO CACity
                     MOVE OCAState TO CAState
                     MOVE OCAZip TO CAZip
                     MOVE "N" TO CAMailFlag
                     MOVE 0 TO CAReturnDate
                     MOVE SPACE TO CAReturnType
                     WRITE CustAddrRecord
                         INVALID KEY
                            ADD 1 TO WSRejectCount
                            DISPLAY "Address for customer " CAIDNum
                                " not loaded, status " WSAddrFileStatus
                         NOT INVALID KEY
                            ADD 1 TO WSLoadedCount
                     END-WRITE
                     PERFORM ReadOldAddress
              END-PERFORM
              CLOSE CustAddrFile
              CLOSE OldCustAddrFile
              OPEN INPUT CustAddrFile
              PERFORM ReadNewAddress
              PERFORM UNTIL NewEOF
                     ADD 1 TO WSAfterCount
                     PERFORM ReadNewAddress
              END-PERFORM
              CLOSE CustAddrFile
       END-IF
       PERFORM PrintFileCounts.

*> reads the next address off the old file
ReadOldAddress.
       READ OldCustAddrFile NEXT RECORD
           AT END MOVE "Y" TO WSOldEOF
       END-READ.

*> reads the next address back off the reloaded file
ReadNewAddress.
       READ CustAddrFile NEXT RECORD
           AT END MOVE "Y" TO WSNewEOF
       END-READ.

*> -- Operator: no role yet, opermaint assigns them --
ConvertOperators.
       MOVE "Operator.dat" TO WSFileName
       PERFORM ResetCounts
       OPEN INPUT OperatorFile
       MOVE WSOperFileStatus TO WSFileStatus
       IF FileStatusOK THEN
              READ OperatorFile NEXT RECORD
                  AT END CONTINUE
                  NOT AT END MOVE "Y" TO WSRefused
              END-READ
              CLOSE OperatorFile
       END-IF
       PERFORM CheckNewFileStatus
       IF NOT Refused THEN
              OPEN INPUT OldOperatorFile
              OPEN OUTPUT OperatorFile
              PERFORM ReadOldOperator
              PERFORM UNTIL OldEOF
                     ADD 1 TO WSBeforeCount
                     MOVE OOPID TO OPID
                     MOVE OOPPassword TO OPPassword
                     MOVE OOPAuthLevel TO OPAuthLevel
                     MOVE OOPLastChanged TO OPLastChanged
                     MOVE OOPFailCount TO OPFailCount
                     MOVE OOPLocked TO OPLocked
                     MOVE SPACES TO OPRole
                     WRITE OperatorRecord
                         INVALID KEY
                            ADD 1 TO WSRejectCount
                            DISPLAY "Operator " OPID
                                " not loaded, status " WSOperFileStatus
                         NOT INVALID KEY
                            ADD 1 TO WSLoadedCount
                     END-WRITE
                     PERFORM ReadOldOperator
              END-PERFORM
              CLOSE OperatorFile
              CLOSE OldOperatorFile
              OPEN INPUT OperatorFile
              PERFORM ReadNewOperator
              PERFORM UNTIL NewEOF
                     ADD 1 TO WSAfterCount
                     PERFORM ReadNewOperator
              END-PERFORM
              CLOSE OperatorFile
       END-IF
       PERFORM PrintFileCounts.

*> reads the next operator off the old file
ReadOldOperator.
       READ OldOperatorFile NEXT RECORD
           AT END MOVE "Y" TO WSOldEOF
       END-READ.

*> reads the next operator back off the reloaded file
ReadNewOperator.
       READ OperatorFile NEXT RECORD
           AT END MOVE "Y" TO WSNewEOF
       END-READ.

*> -- YTDMaster: the breakdown starts at zero and is filled after --
ConvertYTDMaster.
       MOVE "YTDMaster.dat" TO WSFileName
       PERFORM ResetCounts
       OPEN INPUT YTDMasterFile
       MOVE WSYTDFileStatus TO WSFileStatus
       IF FileStatusOK THEN
              READ YTDMasterFile NEXT RECORD
                  AT END CONTINUE
                  NOT AT END MOVE "Y" TO WSRefused
              END-READ
              CLOSE YTDMasterFile
       END-IF
       PERFORM CheckNewFileStatus
       IF NOT Refused THEN
              OPEN INPUT OldYTDMasterFile
              OPEN OUTPUT YTDMasterFile
              PERFORM ReadOldYTD
              PERFORM UNTIL OldEOF
                     ADD 1 TO WSBeforeCount
                     MOVE OYTDIdent TO YTDIdent
                     MOVE OYTDYear TO YTDYear
                     MOVE OYTDGross TO YTDGross
                     MOVE OYTDDeductions TO YTDDeductions
                     MOVE OYTDNet TO YTDNet
                     MOVE 0 TO YTDTaxWithheld
                     MOVE 0 TO YTDRetirement
                     MOVE 0 TO YTDInsurance
                     WRITE YTDRecord
                         INVALID KEY
                            ADD 1 TO WSRejectCount
                            DISPLAY "YTD record for employee " YTDIdent
                                " not loaded, status " WSYTDFileStatus
                         NOT INVALID KEY
                            ADD 1 TO WSLoadedCount
                     END-WRITE
                     PERFORM ReadOldYTD
              END-PERFORM
              CLOSE YTDMasterFile
              CLOSE OldYTDMasterFile
              OPEN INPUT YTDMasterFile
              PERFORM ReadNewYTD
              PERFORM UNTIL NewEOF
                     ADD 1 TO WSAfterCount
                     PERFORM ReadNewYTD
              END-PERFORM
              CLOSE YTDMasterFile
              MOVE "Y" TO WSYTDLoaded
       END-IF
       PERFORM PrintFileCounts.

*> reads the next year-to-date record off the old file
ReadOldYTD.
       READ OldYTDMasterFile NEXT RECORD
           AT END MOVE "Y" TO WSOldEOF
       END-READ.

*> reads the next year-to-date record back off the reloaded file
ReadNewYTD.
       READ YTDMasterFile NEXT RECORD
           AT END MOVE "Y" TO WSNewEOF
       END-READ.

*> rolls every live payment in the year each master record is for
*> into its tax, retirement and insurance totals - a voided payment
*> was already backed out of the master, so it is passed over too
FillYTDBreakdown.
       MOVE 0 TO WSPayRolled
       MOVE 0 TO WSPaySkipped
       MOVE 0 TO WSLastPeriod
       MOVE "N" TO WSPayEOF
       OPEN I-O YTDMasterFile
       OPEN INPUT PayrollFile
       PERFORM ReadPayroll
       PERFORM UNTIL PayEOF
              IF PRVoided THEN
                     ADD 1 TO WSPaySkipped
              ELSE
                     PERFORM RollOnePayment
              END-IF
              PERFORM ReadPayroll
       END-PERFORM
       CLOSE PayrollFile
       CLOSE YTDMasterFile
       MOVE SPACES TO RPTLine
       STRING "Payroll.dat     payments rolled into the breakdown "
           WSPayRolled "  passed over " WSPaySkipped
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       DISPLAY "Payroll.dat payments rolled " WSPayRolled
           " passed over " WSPaySkipped.

*> reads the next payment
ReadPayroll.
       READ PayrollFile
           AT END MOVE "Y" TO WSPayEOF
       END-READ.

*> adds the one payment to its employee's master when the master is
*> for the payment's year
RollOnePayment.
       IF PRPayPeriod NOT = WSLastPeriod THEN
              PERFORM ResolvePeriodYear
       END-IF
       MOVE PRIdent TO YTDIdent
       READ YTDMasterFile
           INVALID KEY
              ADD 1 TO WSPaySkipped
           NOT INVALID KEY
              IF YTDYear = WSPeriodYear THEN
                     IF PRTaxWithheld IS NUMERIC THEN
                            ADD PRTaxWithheld TO YTDTaxWithheld
                     END-IF
                     IF PRRetirement IS NUMERIC THEN
                            ADD PRRetirement TO YTDRetirement
                     END-IF
                     IF PRInsurance IS NUMERIC THEN
                            ADD PRInsurance TO YTDInsurance
                     END-IF
                     REWRITE YTDRecord
                         INVALID KEY
                            ADD 1 TO WSPaySkipped
                            DISPLAY "YTD record for employee " YTDIdent
                                " not rewritten, status "
                                WSYTDFileStatus
                         NOT INVALID KEY
                            ADD 1 TO WSPayRolled
                     END-REWRITE
              ELSE
                     ADD 1 TO WSPaySkipped
              END-IF
       END-READ.

*> the period's year off the calendar's end date for the period; the
*> divide is only the fallback for a period the calendar doesn't know
ResolvePeriodYear.
       MOVE PRPayPeriod TO WSLastPeriod
       MOVE 0 TO WSCalDate
       MOVE PRPayPeriod TO WSCalPeriod
       CALL WSCalProgram USING WSCalDate, WSCalPeriod, WSCalStart,
           WSCalEnd, WSCalCheckDate
       IF RETURN-CODE = 0 THEN
              MOVE WSCalEndYYYY TO WSPeriodYear
       ELSE
              DIVIDE PRPayPeriod BY 100 GIVING WSPeriodYear
       END-IF
       MOVE 0 TO RETURN-CODE.

*> the before and after counts for the file just worked - a refused
*> file or counts that do not agree are flagged for the operator
PrintFileCounts.
       MOVE SPACES TO RPTLine
       IF Refused THEN
              ADD 1 TO WSProblemCount
              STRING WSFileName " already reloaded or not readable"
                  " - NOT RELOADED"
                  DELIMITED BY SIZE INTO RPTLine
              DISPLAY WSFileName " already reloaded or not readable"
                  " - not reloaded"
       ELSE
              STRING WSFileName "  before " WSBeforeCount
                  "  loaded " WSLoadedCount
                  "  rejected " WSRejectCount
                  "  after " WSAfterCount
                  DELIMITED BY SIZE INTO RPTLine
              DISPLAY WSFileName " before " WSBeforeCount
                  " after " WSAfterCount
              IF WSBeforeCount NOT = WSAfterCount THEN
                     ADD 1 TO WSProblemCount
              END-IF
       END-IF
       PERFORM WriteReportLine.

*> cobc -x recconv.cbl           to load the program
*> cobc -m callookup.cbl rptwrite.cbl builds the services it CALLs
*> ./recconv                     to run the program
