>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. arbill.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL RecurBillFile ASSIGN TO "RecurBill.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL ARInvoiceFile ASSIGN TO "ARInvoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARInvNum
           FILE STATUS IS WSARFileStatus.

       SELECT OPTIONAL ARControlFile ASSIGN TO "ARControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

DATA DIVISION.
FILE SECTION.
*> the standing charges rbmaint keeps - the last period billed on
*> each is brought up to date here, which is what stops a rerun of
*> the month-end stream billing the same period twice
FD  RecurBillFile.
COPY RECBILL.

*> every due charge is raised here as an ordinary open invoice
FD  ARInvoiceFile.
COPY ARINV.

*> the invoice-number sequence arinv keeps - a recurring charge takes
*> the next number like any keyed invoice
FD  ARControlFile.
01 ARControlRecord.
       02 ACLastInvNum PIC 9(6).

*> a customer no longer active on the master is never billed
FD  CustomerFile.
COPY CUSTREC.

WORKING-STORAGE SECTION.
01 WSARFileStatus PIC XX VALUE "00".
       88 ARFileNotFound VALUE "35".

01 WSCustFileStatus PIC XX VALUE "00".

01 WSTemplateEOF PIC X VALUE "N".
       88 TemplateEOF VALUE "Y".

01 WSRunDate PIC 9(8) VALUE 0.
01 WSRun REDEFINES WSRunDate.
       02 WSRunYYYYMM PIC 9(6).
       02 FILLER      PIC 99.
01 WSRunParts REDEFINES WSRunDate.
       02 WSRunYYYY PIC 9(4).
       02 WSRunMM   PIC 99.
       02 WSRunDD   PIC 99.

01 WSStartDate PIC 9(8) VALUE 0.
01 WSStart REDEFINES WSStartDate.
       02 WSStartYYYYMM PIC 9(6).
       02 FILLER        PIC 99.
01 WSStartParts REDEFINES WSStartDate.
       02 WSStartYYYY PIC 9(4).
       02 WSStartMM   PIC 99.
       02 WSStartDD   PIC 99.

01 WSStopDate PIC 9(8) VALUE 0.
01 WSStop REDEFINES WSStopDate.
       02 WSStopYYYYMM PIC 9(6).
       02 FILLER       PIC 99.

*> months from the template's start month to the period being billed
*> - a quarterly charge falls due every third month of that count and
*> an annual one every twelfth
01 WSMonthsRun  PIC S9(5) VALUE 0.
01 WSCycles     PIC 9(5) VALUE 0.
01 WSCycleLeft  PIC 9(5) VALUE 0.

01 WSLastInvNum PIC 9(6) VALUE 0.

*> the whole template file held in storage for the run, then written
*> back with the new last-billed periods
01 WSTemplateCount PIC 9(3) VALUE 0.
01 WSTemplateTable.
       02 WSTemplateEntry OCCURS 300 TIMES.
           03 WSTTIDNum       PIC 9(5).
           03 WSTTCode        PIC X(4).
           03 WSTTAmount      PIC 9(7)V99.
           03 WSTTDescription PIC X(30).
           03 WSTTFrequency   PIC X.
           03 WSTTStartDate   PIC 9(8).
           03 WSTTStopDate    PIC 9(8).
           03 WSTTLastPeriod  PIC 9(6).

01 WSTemplateIndex PIC 9(3) VALUE 0.

01 WSBillStatus PIC X VALUE SPACE.
       88 BillDue        VALUE "B".
       88 BillNotDue     VALUE "N".
       88 BillAlreadyRun VALUE "R".
       88 BillInactive   VALUE "I".

01 WSBilledCount   PIC 9(5) VALUE 0.
01 WSRerunCount    PIC 9(5) VALUE 0.
01 WSInactiveCount PIC 9(5) VALUE 0.
01 WSNotDueCount   PIC 9(5) VALUE 0.
01 WSBilledTotal   PIC 9(9)V99 VALUE 0.

01 WSCustName PIC X(31) VALUE SPACES.

01 WSEditAmount PIC $$,$$$,$$9.99.
01 WSEditTotal  PIC $$$,$$$,$$9.99.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM LoadTemplateFile
PERFORM LoadARControl
PERFORM OpenARInvoiceFile
OPEN INPUT CustomerFile

MOVE "O" TO RPTOperation
MOVE "RecurBilling.txt" TO RPTFileName
MOVE "arbill" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Recurring Billing Run" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl
MOVE SPACES TO RPTLine
STRING "Billing period " WSRunYYYYMM
    DELIMITED BY SIZE INTO RPTLine
MOVE "D" TO RPTOperation
CALL WSReportProgram USING ReportControl

PERFORM VARYING WSTemplateIndex FROM 1 BY 1
    UNTIL WSTemplateIndex > WSTemplateCount
       PERFORM CheckTemplateDue
       EVALUATE TRUE
           WHEN BillDue
              PERFORM WriteBillInvoice
           WHEN BillAlreadyRun
              ADD 1 TO WSRerunCount
              PERFORM PrintSkippedLine
           WHEN BillInactive
              ADD 1 TO WSInactiveCount
              PERFORM PrintSkippedLine
           WHEN OTHER
              ADD 1 TO WSNotDueCount
       END-EVALUATE
END-PERFORM

MOVE WSBilledTotal TO WSEditTotal
MOVE SPACES TO RPTLine
STRING "Invoices raised " WSBilledCount "  Total billed " WSEditTotal
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

CLOSE ARInvoiceFile
CLOSE CustomerFile
PERFORM SaveARControl
PERFORM SaveTemplateFile
DISPLAY "Invoices raised            : " WSBilledCount
DISPLAY "Already billed this period : " WSRerunCount
DISPLAY "Inactive customers skipped : " WSInactiveCount
DISPLAY "Not due this period        : " WSNotDueCount
DISPLAY "Register written to RecurBilling.txt"

STOP RUN.

*> reads the whole template file into the table
LoadTemplateFile.
       MOVE "N" TO WSTemplateEOF
       MOVE 0 TO WSTemplateCount
       OPEN INPUT RecurBillFile
       PERFORM ReadTemplateRecord
       PERFORM UNTIL TemplateEOF
              IF WSTemplateCount < 300 THEN
                     ADD 1 TO WSTemplateCount
                     MOVE RBIDNum TO WSTTIDNum(WSTemplateCount)
                     MOVE RBCode TO WSTTCode(WSTemplateCount)
                     MOVE RBAmount TO WSTTAmount(WSTemplateCount)
                     MOVE RBDescription
                         TO WSTTDescription(WSTemplateCount)
                     MOVE RBFrequency TO WSTTFrequency(WSTemplateCount)
                     MOVE RBStartDate TO WSTTStartDate(WSTemplateCount)
                     MOVE RBStopDate TO WSTTStopDate(WSTemplateCount)
                     MOVE RBLastPeriod
                         TO WSTTLastPeriod(WSTemplateCount)
              END-IF
              PERFORM ReadTemplateRecord
       END-PERFORM
       CLOSE RecurBillFile.

*> reads the next template line
ReadTemplateRecord.
       READ RecurBillFile
           AT END MOVE "Y" TO WSTemplateEOF
       END-READ.

*> writes the template file back with the periods this run billed
SaveTemplateFile.
       OPEN OUTPUT RecurBillFile
       PERFORM VARYING WSTemplateIndex FROM 1 BY 1
           UNTIL WSTemplateIndex > WSTemplateCount
              MOVE WSTTIDNum(WSTemplateIndex) TO RBIDNum
              MOVE WSTTCode(WSTemplateIndex) TO RBCode
              MOVE WSTTAmount(WSTemplateIndex) TO RBAmount
              MOVE WSTTDescription(WSTemplateIndex) TO RBDescription
              MOVE WSTTFrequency(WSTemplateIndex) TO RBFrequency
              MOVE WSTTStartDate(WSTemplateIndex) TO RBStartDate
              MOVE WSTTStopDate(WSTemplateIndex) TO RBStopDate
              MOVE WSTTLastPeriod(WSTemplateIndex) TO RBLastPeriod
              WRITE RecurBillRecord
       END-PERFORM
       CLOSE RecurBillFile.

*> picks up the last invoice number used
LoadARControl.
       OPEN INPUT ARControlFile
       READ ARControlFile
           AT END MOVE 0 TO WSLastInvNum
           NOT AT END MOVE ACLastInvNum TO WSLastInvNum
       END-READ
       CLOSE ARControlFile.

*> rewrites the control file to the last number this run used
SaveARControl.
       OPEN OUTPUT ARControlFile
       MOVE WSLastInvNum TO ACLastInvNum
       WRITE ARControlRecord
       CLOSE ARControlFile.

*> opens ARInvoice.dat for read/write, creating it if missing
OpenARInvoiceFile.
       OPEN I-O ARInvoiceFile
       IF ARFileNotFound THEN
              OPEN OUTPUT ARInvoiceFile
              CLOSE ARInvoiceFile
              OPEN I-O ARInvoiceFile
       END-IF.

*> decides whether the template falls due this period: started by
*> now, not stopped before it, on its monthly, quarterly or annual
*> cycle, not already billed for it, and for a customer still active
CheckTemplateDue.
       MOVE WSTTStartDate(WSTemplateIndex) TO WSStartDate
       MOVE WSTTStopDate(WSTemplateIndex) TO WSStopDate
       COMPUTE WSMonthsRun =
           (WSRunYYYY - WSStartYYYY) * 12 + (WSRunMM - WSStartMM)
       EVALUATE WSTTFrequency(WSTemplateIndex)
           WHEN "M"
              MOVE 0 TO WSCycleLeft
           WHEN "Q"
              DIVIDE WSMonthsRun BY 3 GIVING WSCycles
                  REMAINDER WSCycleLeft
           WHEN "A"
              DIVIDE WSMonthsRun BY 12 GIVING WSCycles
                  REMAINDER WSCycleLeft
           WHEN OTHER
              MOVE 1 TO WSCycleLeft
       END-EVALUATE
       EVALUATE TRUE
           WHEN WSStartYYYYMM > WSRunYYYYMM
              MOVE "N" TO WSBillStatus
           WHEN WSStopDate NOT = 0 AND WSStopYYYYMM < WSRunYYYYMM
              MOVE "N" TO WSBillStatus
           WHEN WSCycleLeft NOT = 0
              MOVE "N" TO WSBillStatus
           WHEN WSTTLastPeriod(WSTemplateIndex) >= WSRunYYYYMM
              MOVE "R" TO WSBillStatus
           WHEN OTHER
              PERFORM CheckCustomerActive
       END-EVALUATE.

*> a due template is only billed to a customer still active
CheckCustomerActive.
       MOVE WSTTIDNum(WSTemplateIndex) TO IDNum
       READ CustomerFile
           INVALID KEY
              MOVE "I" TO WSBillStatus
           NOT INVALID KEY
              IF CustActive THEN
                     MOVE "B" TO WSBillStatus
              ELSE
                     MOVE "I" TO WSBillStatus
              END-IF
       END-READ.

*> raises the charge as an ordinary open invoice under the next
*> number and marks the template billed for the period
WriteBillInvoice.
       ADD 1 TO WSLastInvNum
       MOVE WSLastInvNum TO ARInvNum
       MOVE WSTTIDNum(WSTemplateIndex) TO ARIDNum
       MOVE WSRunDate TO ARInvDate
       MOVE WSTTAmount(WSTemplateIndex) TO ARAmount
       MOVE WSTTAmount(WSTemplateIndex) TO AROpenBal
       MOVE "O" TO ARStatus
       MOVE "R" TO ARType
       MOVE "N" TO ARDispute
       WRITE ARInvoiceRecord
           INVALID KEY
              DISPLAY "Invoice number collision on " WSLastInvNum
                  " - fix ARControl.dat"
           NOT INVALID KEY
              MOVE WSRunYYYYMM TO WSTTLastPeriod(WSTemplateIndex)
              ADD 1 TO WSBilledCount
              ADD WSTTAmount(WSTemplateIndex) TO WSBilledTotal
              PERFORM PrintBilledLine
       END-WRITE.

*> one register line per invoice raised
PrintBilledLine.
       MOVE SPACES TO WSCustName
       STRING FirstName " " LastName
           DELIMITED BY SIZE INTO WSCustName
       MOVE WSTTAmount(WSTemplateIndex) TO WSEditAmount
       MOVE SPACES TO RPTLine
       STRING WSTTIDNum(WSTemplateIndex) " " WSCustName
           " " WSTTCode(WSTemplateIndex)
           DELIMITED BY SIZE INTO RPTLine
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       MOVE SPACES TO RPTLine
       STRING "    " WSTTDescription(WSTemplateIndex)
           " " WSEditAmount "  invoice " WSLastInvNum
           DELIMITED BY SIZE INTO RPTLine
       CALL WSReportProgram USING ReportControl.

*> one register line per due template not billed, with the reason
PrintSkippedLine.
       MOVE SPACES TO RPTLine
       IF BillAlreadyRun THEN
              STRING WSTTIDNum(WSTemplateIndex) " "
                  WSTTCode(WSTemplateIndex)
                  "  NOT BILLED - ALREADY BILLED FOR PERIOD "
                  WSTTLastPeriod(WSTemplateIndex)
                  DELIMITED BY SIZE INTO RPTLine
       ELSE
              STRING WSTTIDNum(WSTemplateIndex) " "
                  WSTTCode(WSTemplateIndex)
                  "  NOT BILLED - CUSTOMER NOT ACTIVE"
                  DELIMITED BY SIZE INTO RPTLine
       END-IF
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> cobc -x arbill.cbl            to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./arbill                      to run the program
