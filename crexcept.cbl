>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. crexcept.
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

       SELECT OPTIONAL CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

       SELECT OPTIONAL CustCreditFile ASSIGN TO "CustCredit.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CLIDNum
           FILE STATUS IS WSCreditFileStatus.

       SELECT OPTIONAL CreditOverrideFile ASSIGN TO "CreditOverride.log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ARInvoiceFile.
COPY ARINV.

FD  CustomerFile.
COPY CUSTREC.

*> the limits and holds - this run places the automatic hold a 90+
*> day item brings, and lifts it again once nothing is 90+ days old
FD  CustCreditFile.
COPY CUSTCRED.

*> the overrides arinv logged, of which today's are listed
FD  CreditOverrideFile.
COPY CRDOVR.

WORKING-STORAGE SECTION.
01 WSARFileStatus PIC XX VALUE "00".

01 WSCustFileStatus PIC XX VALUE "00".

01 WSCreditFileStatus PIC XX VALUE "00".
       88 CreditFileMissing VALUE "05", "35".

01 WSAREOF PIC X VALUE "N".
       88 AREOF VALUE "Y".

01 WSCreditEOF PIC X VALUE "N".
       88 CreditEOF VALUE "Y".

01 WSOverrideEOF PIC X VALUE "N".
       88 OverrideEOF VALUE "Y".

01 WSRunDate PIC 9(8) VALUE 0.
01 WSRun REDEFINES WSRunDate.
       02 WSRunYYYY PIC 9(4).
       02 WSRunMM   PIC 99.
       02 WSRunDD   PIC 99.

01 WSInvDate PIC 9(8) VALUE 0.
01 WSInv REDEFINES WSInvDate.
       02 WSInvYYYY PIC 9(4).
       02 WSInvMM   PIC 99.
       02 WSInvDD   PIC 99.

*> days outstanding approximated on a 365/30-day calendar, the same
*> way araging buckets them
01 WSDaysOld PIC S9(5) VALUE 0.

*> one slot per customer with open items: the whole open balance and
*> the part of it sitting in the 90+ bucket
01 WSCustCount PIC 9(3) VALUE 0.
01 WSCustTable.
       02 WSCustEntry OCCURS 500 TIMES.
           03 WSCTIDNum   PIC 9(5).
           03 WSCTOpen    PIC 9(9)V99.
           03 WSCTOver90  PIC 9(9)V99.

01 WSCustIndex  PIC 9(3) VALUE 0.
01 WSItemsDropped PIC 9(7) VALUE 0.
01 WSFoundIndex PIC 9(3) VALUE 0.
01 WSLookupIDNum PIC 9(5) VALUE 0.

01 WSCreditOnFile PIC X VALUE "N".
       88 CreditOnFile VALUE "Y".

01 WSHeldCount     PIC 9(5) VALUE 0.
01 WSReleasedCount PIC 9(5) VALUE 0.
01 WSOverLimitCount PIC 9(5) VALUE 0.
01 WSOverrideCount PIC 9(5) VALUE 0.

01 WSCustName PIC X(31) VALUE SPACES.

01 WSEditOpen  PIC $$,$$$,$$9.99.
01 WSEditOther PIC $$,$$$,$$9.99.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM GatherOpenBalances
OPEN INPUT CustomerFile
PERFORM OpenCreditFile

MOVE "O" TO RPTOperation
MOVE "CreditExceptions.txt" TO RPTFileName
MOVE "crexcept" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Credit Exception Report" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl

PERFORM ReleaseClearedHolds
PERFORM PlaceAgingHolds
PERFORM ListOverLimit
PERFORM ListTodaysOverrides

MOVE SPACES TO RPTLine
STRING "Placed on hold " WSHeldCount "  Released " WSReleasedCount
    "  Over limit " WSOverLimitCount "  Overrides " WSOverrideCount
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

CLOSE CustomerFile
CLOSE CustCreditFile
DISPLAY "Customers placed on hold : " WSHeldCount
DISPLAY "Automatic holds released : " WSReleasedCount
DISPLAY "Customers over limit     : " WSOverLimitCount
DISPLAY "Overrides taken today    : " WSOverrideCount
DISPLAY "Report written to CreditExceptions.txt"

STOP RUN.

*> opens the credit file for update, creating it on a first run
OpenCreditFile.
       OPEN I-O CustCreditFile
       IF CreditFileMissing THEN
              OPEN OUTPUT CustCreditFile
              CLOSE CustCreditFile
              OPEN I-O CustCreditFile
       END-IF.

*> one pass over the open items totals each customer's open balance
*> and the part of it past 90 days
GatherOpenBalances.
       MOVE "N" TO WSAREOF
       OPEN INPUT ARInvoiceFile
       MOVE 0 TO ARInvNum
       START ARInvoiceFile KEY NOT LESS THAN ARInvNum
           INVALID KEY MOVE "Y" TO WSAREOF
       END-START
       PERFORM ReadNextInvoice
       PERFORM UNTIL AREOF
              IF AROpen AND AROpenBal > 0 THEN
                     PERFORM AgeOneItem
              END-IF
              PERFORM ReadNextInvoice
       END-PERFORM
       CLOSE ARInvoiceFile.

*> reads the next invoice in number order
ReadNextInvoice.
       IF NOT AREOF THEN
              READ ARInvoiceFile NEXT RECORD
                  AT END MOVE "Y" TO WSAREOF
              END-READ
       END-IF.

*> ages one open item into its customer's slot
AgeOneItem.
       MOVE ARInvDate TO WSInvDate
       COMPUTE WSDaysOld =
           (WSRunYYYY - WSInvYYYY) * 365
           + (WSRunMM - WSInvMM) * 30
           + (WSRunDD - WSInvDD)
       MOVE ARIDNum TO WSLookupIDNum
       PERFORM FindCustomerSlot
       IF WSFoundIndex = 0 AND WSCustCount < 500 THEN
              ADD 1 TO WSCustCount
              MOVE WSCustCount TO WSFoundIndex
              MOVE ARIDNum TO WSCTIDNum(WSFoundIndex)
              MOVE 0 TO WSCTOpen(WSFoundIndex)
              MOVE 0 TO WSCTOver90(WSFoundIndex)
       END-IF
       IF WSFoundIndex = 0 THEN
              ADD 1 TO WSItemsDropped
       END-IF
       IF WSFoundIndex > 0 THEN
              ADD AROpenBal TO WSCTOpen(WSFoundIndex)
              IF WSDaysOld >= 90 THEN
                     ADD AROpenBal TO WSCTOver90(WSFoundIndex)
              END-IF
       END-IF.

*> finds the slot for the customer in WSLookupIDNum; zero if none
FindCustomerSlot.
       MOVE 0 TO WSFoundIndex
       PERFORM VARYING WSCustIndex FROM 1 BY 1
           UNTIL WSCustIndex > WSCustCount
              IF WSCTIDNum(WSCustIndex) = WSLookupIDNum THEN
                     MOVE WSCustIndex TO WSFoundIndex
              END-IF
       END-PERFORM.

*> fetches the customer's name for a report line
LookupCustomerName.
       MOVE SPACES TO WSCustName
       MOVE WSLookupIDNum TO IDNum
       READ CustomerFile
           INVALID KEY
              MOVE "(not on master)" TO WSCustName
           NOT INVALID KEY
              STRING FirstName " " LastName
                  DELIMITED BY SIZE INTO WSCustName
       END-READ.

*> prints a section heading line
PrintSectionHeading.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       MOVE SPACES TO RPTLine
       CALL WSReportProgram USING ReportControl.

*> lifts every automatic hold whose customer no longer has anything
*> in the 90+ bucket - a supervisor's manual hold is left alone; when
*> the customer table overflowed, a customer missing from it may
*> still owe past 90 days, so no hold is lifted that night
ReleaseClearedHolds.
       MOVE "CUSTOMERS RELEASED FROM AUTOMATIC HOLD" TO RPTLine
       PERFORM PrintSectionHeading
       IF WSItemsDropped > 0 THEN
              MOVE SPACES TO RPTLine
              STRING "  NONE RELEASED - " WSItemsDropped
                  " open items past the 500 customers held"
                  DELIMITED BY SIZE INTO RPTLine
              MOVE "D" TO RPTOperation
              CALL WSReportProgram USING ReportControl
              DISPLAY "Customer table full - automatic holds not released"
              MOVE "Y" TO WSCreditEOF
       ELSE
              MOVE "N" TO WSCreditEOF
       END-IF
       IF NOT CreditEOF THEN
              MOVE 0 TO CLIDNum
              START CustCreditFile KEY NOT LESS THAN CLIDNum
                  INVALID KEY MOVE "Y" TO WSCreditEOF
              END-START
              PERFORM ReadNextCredit
       END-IF
       PERFORM UNTIL CreditEOF
              IF CLOnHold AND CLAgingHold THEN
                     MOVE CLIDNum TO WSLookupIDNum
                     PERFORM FindCustomerSlot
                     IF WSFoundIndex = 0 THEN
                            PERFORM ReleaseOneHold
                     ELSE
                            IF WSCTOver90(WSFoundIndex) = 0 THEN
                                   PERFORM ReleaseOneHold
                            END-IF
                     END-IF
              END-IF
              PERFORM ReadNextCredit
       END-PERFORM.

*> reads the next credit record in customer order
ReadNextCredit.
       IF NOT CreditEOF THEN
              READ CustCreditFile NEXT RECORD
                  AT END MOVE "Y" TO WSCreditEOF
              END-READ
       END-IF.

*> lifts one automatic hold and lists it
ReleaseOneHold.
       MOVE "N" TO CLHold
       MOVE SPACE TO CLHoldReason
       MOVE 0 TO CLHoldDate
       REWRITE CustCreditRecord
       ADD 1 TO WSReleasedCount
       PERFORM LookupCustomerName
       MOVE SPACES TO RPTLine
       STRING "  " WSLookupIDNum " " WSCustName
           " nothing left past 90 days"
           DELIMITED BY SIZE INTO RPTLine
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> places every customer with money in the 90+ bucket on automatic
*> hold, unless a hold of either kind is already on
PlaceAgingHolds.
       MOVE "CUSTOMERS PLACED ON HOLD - ITEMS 90+ DAYS PAST DUE"
           TO RPTLine
       PERFORM PrintSectionHeading
       PERFORM VARYING WSCustIndex FROM 1 BY 1
           UNTIL WSCustIndex > WSCustCount
              IF WSCTOver90(WSCustIndex) > 0 THEN
                     PERFORM HoldOneCustomer
              END-IF
       END-PERFORM.

*> fetches (or starts) the customer's credit record and sets the hold
HoldOneCustomer.
       MOVE "N" TO WSCreditOnFile
       MOVE WSCTIDNum(WSCustIndex) TO CLIDNum
       READ CustCreditFile
           INVALID KEY
              MOVE WSCTIDNum(WSCustIndex) TO CLIDNum
              MOVE 0 TO CLLimit
              MOVE "N" TO CLHold
              MOVE SPACE TO CLHoldReason
              MOVE 0 TO CLHoldDate
           NOT INVALID KEY
              MOVE "Y" TO WSCreditOnFile
       END-READ
       IF NOT CLOnHold THEN
              MOVE "H" TO CLHold
              MOVE "A" TO CLHoldReason
              MOVE WSRunDate TO CLHoldDate
              IF CreditOnFile THEN
                     REWRITE CustCreditRecord
              ELSE
                     WRITE CustCreditRecord
              END-IF
              ADD 1 TO WSHeldCount
              MOVE WSCTIDNum(WSCustIndex) TO WSLookupIDNum
              PERFORM LookupCustomerName
              MOVE WSCTOver90(WSCustIndex) TO WSEditOther
              MOVE SPACES TO RPTLine
              STRING "  " WSLookupIDNum " " WSCustName
                  " 90+ " WSEditOther
                  DELIMITED BY SIZE INTO RPTLine
              MOVE "D" TO RPTOperation
              CALL WSReportProgram USING ReportControl
       END-IF.

*> lists every customer whose open balance is past the credit limit
ListOverLimit.
       MOVE "CUSTOMERS OVER CREDIT LIMIT" TO RPTLine
       PERFORM PrintSectionHeading
       PERFORM VARYING WSCustIndex FROM 1 BY 1
           UNTIL WSCustIndex > WSCustCount
              MOVE WSCTIDNum(WSCustIndex) TO CLIDNum
              READ CustCreditFile
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF CLLimit > 0
                         AND WSCTOpen(WSCustIndex) > CLLimit THEN
                            PERFORM PrintOverLimit
                     END-IF
              END-READ
       END-PERFORM.

*> one over-limit line: balance against limit
PrintOverLimit.
       ADD 1 TO WSOverLimitCount
       MOVE WSCTIDNum(WSCustIndex) TO WSLookupIDNum
       PERFORM LookupCustomerName
       MOVE WSCTOpen(WSCustIndex) TO WSEditOpen
       MOVE CLLimit TO WSEditOther
       MOVE SPACES TO RPTLine
       STRING "  " WSLookupIDNum " " WSCustName
           DELIMITED BY SIZE INTO RPTLine
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       MOVE SPACES TO RPTLine
       STRING "        open " WSEditOpen "  limit " WSEditOther
           DELIMITED BY SIZE INTO RPTLine
       CALL WSReportProgram USING ReportControl.

*> lists every override arinv logged today, with the supervisor who
*> took it
ListTodaysOverrides.
       MOVE "CREDIT OVERRIDES TAKEN TODAY" TO RPTLine
       PERFORM PrintSectionHeading
       MOVE "N" TO WSOverrideEOF
       OPEN INPUT CreditOverrideFile
       PERFORM ReadOverride
       PERFORM UNTIL OverrideEOF
              IF COVDate = WSRunDate THEN
                     PERFORM PrintOverride
              END-IF
              PERFORM ReadOverride
       END-PERFORM
       CLOSE CreditOverrideFile.

*> reads the next override log line
ReadOverride.
       READ CreditOverrideFile
           AT END MOVE "Y" TO WSOverrideEOF
       END-READ.

*> one override line: who, for whom, which invoice and why
PrintOverride.
       ADD 1 TO WSOverrideCount
       MOVE COVAmount TO WSEditOther
       MOVE SPACES TO RPTLine
       IF COVHoldOverride THEN
              STRING "  " COVTime(1:4) " operator " COVOperator
                  " customer " COVIDNum " invoice " COVInvNum
                  " " WSEditOther " HOLD"
                  DELIMITED BY SIZE INTO RPTLine
       ELSE
              STRING "  " COVTime(1:4) " operator " COVOperator
                  " customer " COVIDNum " invoice " COVInvNum
                  " " WSEditOther " LIMIT"
                  DELIMITED BY SIZE INTO RPTLine
       END-IF
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> cobc -x crexcept.cbl          to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./crexcept                    to run the program
