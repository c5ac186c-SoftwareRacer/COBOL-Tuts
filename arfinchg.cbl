>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. arfinchg.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

       SELECT OPTIONAL ARParmFile ASSIGN TO "ARParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the open items the charge is worked out on, and the file the
*> charge itself is raised on as a finance-charge invoice
FD  ARInvoiceFile.
COPY ARINV.

*> the invoice-number sequence arinv keeps - a finance charge takes
*> the next number like any keyed invoice
FD  ARControlFile.
01 ARControlRecord.
       02 ACLastInvNum PIC 9(6).

*> a customer no longer active on the master is on its way to (or
*> already on) the archive side and is never charged
FD  CustomerFile.
COPY CUSTREC.

*> the rate, minimum charge and grace days arparm maintains
FD  ARParmFile.
COPY ARPARM.

WORKING-STORAGE SECTION.
01 WSARFileStatus PIC XX VALUE "00".
       88 ARFileNotFound VALUE "35".

01 WSCustFileStatus PIC XX VALUE "00".

01 WSAREOF PIC X VALUE "N".
       88 AREOF VALUE "Y".

01 WSParmOnFile PIC X VALUE "N".
       88 ParmOnFile VALUE "Y".

01 WSRunDate PIC 9(8) VALUE 0.
01 WSRun REDEFINES WSRunDate.
       02 WSRunYYYYMM PIC 9(6).
       02 FILLER      PIC 99.
01 WSRunParts REDEFINES WSRunDate.
       02 WSRunYYYY PIC 9(4).
       02 WSRunMM   PIC 99.
       02 WSRunDD   PIC 99.

01 WSInvDate PIC 9(8) VALUE 0.
01 WSInv REDEFINES WSInvDate.
       02 WSInvYYYY PIC 9(4).
       02 WSInvMM   PIC 99.
       02 WSInvDD   PIC 99.
01 WSInvMonth REDEFINES WSInvDate.
       02 WSInvYYYYMM PIC 9(6).
       02 FILLER      PIC 99.

*> days outstanding approximated on a 365/30-day calendar, the same
*> way araging buckets them
01 WSDaysOld PIC S9(5) VALUE 0.

01 WSLastInvNum PIC 9(6) VALUE 0.

*> one slot per customer with past-due items: the balance past grace,
*> how many items make it up, and whether a finance charge is already
*> on file for this month - a rerun must not charge twice
01 WSCustCount PIC 9(3) VALUE 0.
01 WSCustTable.
       02 WSCustEntry OCCURS 500 TIMES.
           03 WSCTIDNum    PIC 9(5).
           03 WSCTPastDue  PIC 9(9)V99.
           03 WSCTItems    PIC 9(3).
           03 WSCTAssessed PIC X.

01 WSCustIndex  PIC 9(3) VALUE 0.
01 WSFoundIndex PIC 9(3) VALUE 0.

*> open items whose customer found no slot once the table was full -
*> any at all and the run charges nobody, since a customer left out
*> would go uncharged without a word
01 WSItemsDropped PIC 9(7) VALUE 0.

01 WSCharge PIC 9(7)V99 VALUE 0.

01 WSChargedCount  PIC 9(5) VALUE 0.
01 WSInactiveCount PIC 9(5) VALUE 0.
01 WSRerunCount    PIC 9(5) VALUE 0.
01 WSChargeTotal   PIC 9(9)V99 VALUE 0.

01 WSCustName PIC X(31) VALUE SPACES.
01 WSCustomerOK PIC X VALUE "N".
       88 CustomerOK VALUE "Y".

01 WSEditPastDue PIC $$,$$$,$$9.99.
01 WSEditCharge  PIC $$$,$$9.99.
01 WSEditTotal   PIC $$$,$$$,$$9.99.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM LoadParms
IF NOT ParmOnFile OR APFinRate = 0 THEN
       DISPLAY "No finance-charge rate on ARParm.dat - key the terms "
           "through arparm; nothing charged"
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF
PERFORM LoadARControl
PERFORM OpenARInvoiceFile
OPEN INPUT CustomerFile

PERFORM GatherPastDueItems
IF WSItemsDropped > 0 THEN
       DISPLAY WSItemsDropped " past-due items belong to customers over "
           "the 500 the run holds - nothing charged"
       CLOSE ARInvoiceFile
       CLOSE CustomerFile
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF

MOVE "O" TO RPTOperation
MOVE "FinCharges.txt" TO RPTFileName
MOVE "arfinchg" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Finance Charges Assessed" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl

PERFORM VARYING WSCustIndex FROM 1 BY 1
    UNTIL WSCustIndex > WSCustCount
       IF WSCTPastDue(WSCustIndex) > 0 THEN
              PERFORM AssessOneCustomer
       END-IF
END-PERFORM

MOVE WSChargeTotal TO WSEditTotal
MOVE SPACES TO RPTLine
STRING "Customers charged " WSChargedCount "  Total charged "
    WSEditTotal
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

CLOSE ARInvoiceFile
CLOSE CustomerFile
PERFORM SaveARControl
DISPLAY "Customers charged        : " WSChargedCount
DISPLAY "Inactive/archived skipped: " WSInactiveCount
DISPLAY "Already charged this month: " WSRerunCount
DISPLAY "Report written to FinCharges.txt"

STOP RUN.

*> reads the finance-charge terms
LoadParms.
       MOVE "N" TO WSParmOnFile
       OPEN INPUT ARParmFile
       READ ARParmFile
           AT END CONTINUE
           NOT AT END MOVE "Y" TO WSParmOnFile
       END-READ
       CLOSE ARParmFile.

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

*> one pass over the open items: an ordinary item open past the grace
*> days adds its balance to its customer's past-due total, and a
*> finance charge already dated this month marks the customer done
GatherPastDueItems.
       MOVE "N" TO WSAREOF
       MOVE 0 TO ARInvNum
       START ARInvoiceFile KEY NOT LESS THAN ARInvNum
           INVALID KEY MOVE "Y" TO WSAREOF
       END-START
       PERFORM ReadNextInvoice
       PERFORM UNTIL AREOF
              MOVE ARInvDate TO WSInvDate
              IF ARFinanceCharge THEN
                     IF WSInvYYYYMM = WSRunYYYYMM THEN
                            PERFORM FindCustomerSlot
                            IF WSFoundIndex > 0 THEN
                                   MOVE "Y" TO WSCTAssessed(WSFoundIndex)
                            END-IF
                     END-IF
              ELSE
                     IF AROpen AND AROpenBal > 0 THEN
                            PERFORM AgeOneItem
                     END-IF
              END-IF
              PERFORM ReadNextInvoice
       END-PERFORM.

*> reads the next invoice in number order
ReadNextInvoice.
       IF NOT AREOF THEN
              READ ARInvoiceFile NEXT RECORD
                  AT END MOVE "Y" TO WSAREOF
              END-READ
       END-IF.

*> ages one open item and, past the grace days, adds it into its
*> customer's past-due total
AgeOneItem.
       COMPUTE WSDaysOld =
           (WSRunYYYY - WSInvYYYY) * 365
           + (WSRunMM - WSInvMM) * 30
           + (WSRunDD - WSInvDD)
       IF WSDaysOld > APGraceDays THEN
              PERFORM FindCustomerSlot
              IF WSFoundIndex > 0 THEN
                     ADD AROpenBal TO WSCTPastDue(WSFoundIndex)
                     ADD 1 TO WSCTItems(WSFoundIndex)
              END-IF
       END-IF.

*> finds (or opens) the invoice customer's slot in the table
FindCustomerSlot.
       MOVE 0 TO WSFoundIndex
       PERFORM VARYING WSCustIndex FROM 1 BY 1
           UNTIL WSCustIndex > WSCustCount
              IF WSCTIDNum(WSCustIndex) = ARIDNum THEN
                     MOVE WSCustIndex TO WSFoundIndex
              END-IF
       END-PERFORM
       IF WSFoundIndex = 0 AND WSCustCount < 500 THEN
              ADD 1 TO WSCustCount
              MOVE WSCustCount TO WSFoundIndex
              MOVE ARIDNum TO WSCTIDNum(WSFoundIndex)
              MOVE 0 TO WSCTPastDue(WSFoundIndex)
              MOVE 0 TO WSCTItems(WSFoundIndex)
              MOVE "N" TO WSCTAssessed(WSFoundIndex)
       END-IF
       IF WSFoundIndex = 0 THEN
              ADD 1 TO WSItemsDropped
       END-IF.

*> charges one customer with past-due items: the customer must still
*> be active on the master and not already charged this month; the
*> charge is the monthly rate on the past-due balance, never less
*> than the minimum
AssessOneCustomer.
       MOVE "N" TO WSCustomerOK
       MOVE WSCTIDNum(WSCustIndex) TO IDNum
       READ CustomerFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF CustActive THEN
                     MOVE "Y" TO WSCustomerOK
              END-IF
       END-READ
       EVALUATE TRUE
           WHEN NOT CustomerOK
              ADD 1 TO WSInactiveCount
           WHEN WSCTAssessed(WSCustIndex) = "Y"
              ADD 1 TO WSRerunCount
           WHEN OTHER
              COMPUTE WSCharge ROUNDED =
                  WSCTPastDue(WSCustIndex) * APFinRate / 100
              IF WSCharge < APFinMinimum THEN
                     MOVE APFinMinimum TO WSCharge
              END-IF
              IF WSCharge > 0 THEN
                     PERFORM WriteChargeInvoice
              END-IF
       END-EVALUATE.

*> raises the charge as its own open invoice under the next number,
*> typed as a finance charge so it is never charged on itself, and
*> lists it
WriteChargeInvoice.
       ADD 1 TO WSLastInvNum
       MOVE WSLastInvNum TO ARInvNum
       MOVE WSCTIDNum(WSCustIndex) TO ARIDNum
       MOVE WSRunDate TO ARInvDate
       MOVE WSCharge TO ARAmount
       MOVE WSCharge TO AROpenBal
       MOVE "O" TO ARStatus
       MOVE "F" TO ARType
       MOVE "N" TO ARDispute
       WRITE ARInvoiceRecord
           INVALID KEY
              DISPLAY "Invoice number collision on " WSLastInvNum
                  " - fix ARControl.dat"
           NOT INVALID KEY
              ADD 1 TO WSChargedCount
              ADD WSCharge TO WSChargeTotal
              PERFORM PrintChargeLine
       END-WRITE.

*> one listing line per charge: the customer, the past-due balance it
*> was worked on, and the invoice it was raised as
PrintChargeLine.
       MOVE SPACES TO WSCustName
       STRING FirstName " " LastName
           DELIMITED BY SIZE INTO WSCustName
       MOVE WSCTPastDue(WSCustIndex) TO WSEditPastDue
       MOVE WSCharge TO WSEditCharge
       MOVE SPACES TO RPTLine
       STRING WSCTIDNum(WSCustIndex) " " WSCustName
           DELIMITED BY SIZE INTO RPTLine
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       MOVE SPACES TO RPTLine
       STRING "    items " WSCTItems(WSCustIndex)
           "  past due " WSEditPastDue
           "  charge " WSEditCharge
           "  invoice " WSLastInvNum
           DELIMITED BY SIZE INTO RPTLine
       CALL WSReportProgram USING ReportControl.

*> cobc -x arfinchg.cbl          to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./arfinchg                    to run the program
