           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL ARInvoiceFile ASSIGN TO "ARInvoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARInvNum
           FILE STATUS IS WSARFileStatus.

       SELECT OPTIONAL ARPaymentLogFile ASSIGN TO "ARPayments.log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the maintained recurring-deduction file dedmaint keeps: "F" is the
FD  GarnishRegFile.
01 GarnishRegLine PIC X(90).

*> an employee who is also a customer has what an "R" line withholds
*> applied to their open invoices here, oldest first, the same way
*> arpost applies cash
FD  ARInvoiceFile.
COPY ARINV.

*> the AR payment log arpost keeps - a payroll recovery is logged
*> there too, with the employee it came from, so the two sides tie
FD  ARPaymentLogFile.
01 ARPaymentLogLine PIC X(100).

WORKING-STORAGE SECTION.
*> the whole deduction file held in storage for the call, then
*> rewritten with the updated taken-so-far figures once anything was
01 WSDeductCount PIC 9(3) VALUE 0.
01 WSDeductTable.
       02 WSDeductEntry OCCURS 200 TIMES.
           03 WSDTType     PIC X.
           03 WSDTIdent    PIC 9(3).
           03 WSDTCode     PIC X(4).
           03 WSDTCalc     PIC X.
           03 WSDTCap      PIC 9(7)V99.
           03 WSDTTaken    PIC 9(7)V99.
           03 WSDTDone     PIC X.
           03 WSDTCustID   PIC 9(5).
           03 WSDTEndDate  PIC 9(8).

01 WSDeductIndex PIC 9(3) VALUE 0.
01 WSPickIndex   PIC 9(3) VALUE 0.

01 WSRunDate PIC 9(8).

01 WSARFileStatus PIC XX VALUE "00".

01 WSAROpen PIC X VALUE "N".
       88 AROpenForRecovery VALUE "Y".

01 WSAREOF PIC X VALUE "N".
       88 AREOF VALUE "Y".

*> the customer's open balance an "R" line may not withhold past, and
*> the withheld amount still to be applied as the invoices are walked
01 WSCustOpen     PIC S9(9)V99 VALUE 0.
01 WSCashLeft     PIC S9(7)V99 VALUE 0.
01 WSThisApplied  PIC S9(7)V99 VALUE 0.
01 WSEditApplied  PIC $$$,$$9.99.

01 WSEditAmount PIC $$$,$$9.99.
01 WSEditTaken  PIC $$$$,$$9.99.

       01 LRGross   PIC S9(7)V99.
       01 LRNet     PIC S9(7)V99.
       01 LRGarnish PIC S9(7)V99.
       01 LRRecover PIC S9(7)V99.

*> LRRecover hands back the part of LRGarnish that went to the
*> employee's own receivables, so the caller can itemize it; RETURN-
*> CODE stays zero even for an employee with no deductions on file -
*> no orders is the normal case, not an error
PROCEDURE DIVISION USING LRIdent, LRGross, LRNet, LRGarnish, LRRecover.
       MOVE 0 TO RETURN-CODE
       MOVE 0 TO LRGarnish
       MOVE 0 TO LRRecover
       MOVE "N" TO WSAnyTaken
       PERFORM LoadDeductFile
       IF WSDeductCount > 0 THEN

*> reads the maintained file fresh each call - the taken-so-far
*> figures must reflect every payment already made, including ones
*> applied earlier in this same batch run; a line a termination has
*> ended is carried but never worked
LoadDeductFile.
       MOVE "N" TO WSDeductEOF
       MOVE 0 TO WSDeductCount
              EVALUATE TRUE
                  WHEN RDFloor
                     MOVE RDAmount TO WSFloorAmount
                  WHEN RDDeduction OR RDARRecovery
                     IF WSDeductCount < 200 THEN
                            ADD 1 TO WSDeductCount
                            MOVE RDType TO WSDTType(WSDeductCount)
                            MOVE RDIdent TO WSDTIdent(WSDeductCount)
                            MOVE RDCode TO WSDTCode(WSDeductCount)
                            MOVE RDCalc TO WSDTCalc(WSDeductCount)
                            MOVE RDCap TO WSDTCap(WSDeductCount)
                            MOVE RDTaken TO WSDTTaken(WSDeductCount)
                            MOVE "N" TO WSDTDone(WSDeductCount)
                            IF RDEndDate IS NUMERIC THEN
                                   MOVE RDEndDate
                                       TO WSDTEndDate(WSDeductCount)
                            ELSE
                                   MOVE 0 TO WSDTEndDate(WSDeductCount)
                            END-IF
                            IF WSDTEndDate(WSDeductCount) NOT = 0 THEN
                                   MOVE "Y" TO WSDTDone(WSDeductCount)
                            END-IF
                            IF RDARRecovery THEN
                                   MOVE RDCustID
                                       TO WSDTCustID(WSDeductCount)
                            ELSE
                                   MOVE 0 TO WSDTCustID(WSDeductCount)
                            END-IF
                     END-IF
                  WHEN OTHER
                     CONTINUE
       END-PERFORM.

*> takes one order's amount: flat or percent of gross, limited by the
*> lifetime cap's remainder and by the room left above the floor - a
*> receivables recovery is further limited to what the customer still
*> owes, and what it takes is posted straight to their open items
TakeOneDeduction.
       MOVE "Y" TO WSDTDone(WSBestIndex)
       IF WSDTCalc(WSBestIndex) = "P" THEN
       IF WSRoomAboveFloor < WSThisAmount THEN
              MOVE WSRoomAboveFloor TO WSThisAmount
       END-IF
       IF WSDTType(WSBestIndex) = "R" AND WSThisAmount > 0 THEN
              PERFORM OpenARInvoiceFile
              PERFORM SumCustomerOpen
              IF WSCustOpen < WSThisAmount THEN
                     MOVE WSCustOpen TO WSThisAmount
              END-IF
       END-IF
       IF WSThisAmount > 0 THEN
              ADD WSThisAmount TO LRGarnish
              ADD WSThisAmount TO WSDTTaken(WSBestIndex)
              SUBTRACT WSThisAmount FROM WSNetLeft
              MOVE "Y" TO WSAnyTaken
              PERFORM WriteRegisterLine
              IF WSDTType(WSBestIndex) = "R" THEN
                     ADD WSThisAmount TO LRRecover
                     PERFORM PostRecovery
              END-IF
       END-IF
       IF AROpenForRecovery THEN
              CLOSE ARInvoiceFile
              MOVE "N" TO WSAROpen
       END-IF.

*> opens the open-items file for the recovery; a shop with no
*> receivables file yet simply has nothing to recover
OpenARInvoiceFile.
       OPEN I-O ARInvoiceFile
       IF WSARFileStatus = "00" OR WSARFileStatus = "05" THEN
              MOVE "Y" TO WSAROpen
       END-IF.

*> what the customer on the recovery line still owes
SumCustomerOpen.
       MOVE 0 TO WSCustOpen
       IF AROpenForRecovery THEN
              PERFORM StartInvoiceWalk
              PERFORM UNTIL AREOF
                     IF ARIDNum = WSDTCustID(WSBestIndex) AND AROpen
                         AND AROpenBal > 0 THEN
                            ADD AROpenBal TO WSCustOpen
                     END-IF
                     PERFORM ReadNextInvoice
              END-PERFORM
       END-IF.

*> positions at the first invoice and reads it
StartInvoiceWalk.
       MOVE "N" TO WSAREOF
       MOVE 0 TO ARInvNum
       START ARInvoiceFile KEY NOT LESS THAN ARInvNum
           INVALID KEY MOVE "Y" TO WSAREOF
       END-START
       PERFORM ReadNextInvoice.

*> reads the next invoice in number order
ReadNextInvoice.
       IF NOT AREOF THEN
              READ ARInvoiceFile NEXT RECORD
                  AT END MOVE "Y" TO WSAREOF
              END-READ
       END-IF.

*> applies the amount withheld to the customer's open invoices in
*> invoice-number (and so date) order, oldest first, as arpost does
PostRecovery.
       MOVE WSThisAmount TO WSCashLeft
       PERFORM StartInvoiceWalk
       PERFORM UNTIL AREOF OR WSCashLeft = 0
              IF ARIDNum = WSDTCustID(WSBestIndex) AND AROpen
                  AND AROpenBal > 0 THEN
                     PERFORM ApplyToInvoice
              END-IF
              PERFORM ReadNextInvoice
       END-PERFORM.

*> applies what the invoice can take, flips it paid when its open
*> balance reaches zero, and logs the application
ApplyToInvoice.
       IF WSCashLeft >= AROpenBal THEN
              MOVE AROpenBal TO WSThisApplied
       ELSE
              MOVE WSCashLeft TO WSThisApplied
       END-IF
       SUBTRACT WSThisApplied FROM AROpenBal
       SUBTRACT WSThisApplied FROM WSCashLeft
       IF AROpenBal = 0 THEN
              MOVE "P" TO ARStatus
       END-IF
       REWRITE ARInvoiceRecord
       PERFORM LogApplication.

*> one AR payment log line per application, in arpost's layout with
*> the employee the recovery was withheld from on the end
LogApplication.
       ACCEPT WSRunDate FROM DATE YYYYMMDD
       OPEN EXTEND ARPaymentLogFile
       MOVE WSThisApplied TO WSEditApplied
       MOVE SPACES TO ARPaymentLogLine
       STRING WSRunDate " customer " ARIDNum
           " invoice " ARInvNum
           " applied " WSEditApplied
           " balance left " AROpenBal
           " payroll emp " LRIdent
           DELIMITED BY SIZE INTO ARPaymentLogLine
       WRITE ARPaymentLogLine
       CLOSE ARPaymentLogFile.

*> appends one register line: which order, what was withheld this
*> payment, and the lifetime amount taken so far
WriteRegisterLine.
              MOVE 0 TO RDPriority
              MOVE 0 TO RDCap
              MOVE 0 TO RDTaken
              MOVE 0 TO RDCustID
              MOVE 0 TO RDEndDate
              WRITE RecurDeductRecord
       END-IF
       PERFORM VARYING WSDeductIndex FROM 1 BY 1
           UNTIL WSDeductIndex > WSDeductCount
              MOVE WSDTType(WSDeductIndex) TO RDType
              MOVE WSDTIdent(WSDeductIndex) TO RDIdent
              MOVE WSDTCode(WSDeductIndex) TO RDCode
              MOVE WSDTCalc(WSDeductIndex) TO RDCalc
              MOVE WSDTPriority(WSDeductIndex) TO RDPriority
              MOVE WSDTCap(WSDeductIndex) TO RDCap
              MOVE WSDTTaken(WSDeductIndex) TO RDTaken
              MOVE WSDTCustID(WSDeductIndex) TO RDCustID
              MOVE WSDTEndDate(WSDeductIndex) TO RDEndDate
              WRITE RecurDeductRecord
       END-PERFORM
       CLOSE RecurDeductFile.

*> cobc -m payrecur.cbl          to build the callable subroutine
*> CALL WSRecurProgram USING LRIdent, LRGross, LRNet, LRGarnish,
*>     LRRecover
*>     (WSRecurProgram a PIC X item set to "payrecur" - the same
*>     dynamic dispatch idiom the coboltut4 arithmetic service uses)
