           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

       SELECT OPTIONAL CustCreditFile ASSIGN TO "CustCredit.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CLIDNum
           FILE STATUS IS WSCreditFileStatus.

       SELECT OPTIONAL CreditOverrideFile ASSIGN TO "CreditOverride.log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the open-items file the receivables subsystem lives on - the
FD  CustomerFile.
COPY CUSTREC.

*> the customer's credit limit and hold flag - a customer with no
*> credit record has neither
FD  CustCreditFile.
COPY CUSTCRED.

*> every invoice raised past a hold or a limit, with the supervisor
*> who allowed it
FD  CreditOverrideFile.
COPY CRDOVR.

WORKING-STORAGE SECTION.
01 WSARFileStatus PIC XX VALUE "00".
       88 ARFileOK       VALUE "00".

01 WSCustFileStatus PIC XX VALUE "00".

01 WSCreditFileStatus PIC XX VALUE "00".

01 WSEntryIDNum  PIC 9(5) VALUE 0.
01 WSEntryAmount PIC 9(7)V99 VALUE 0.
01 WSSentinel    PIC 9(5) VALUE 99999.

01 WSEnteredCount PIC 9(5) VALUE 0.

01 WSAREOF PIC X VALUE "N".
       88 AREOF VALUE "Y".

*> the credit check on the invoice being keyed: the customer's open
*> balance before it, and why it was stopped (H on hold, L over the
*> limit) - a stopped invoice goes through only on a supervisor
*> override
01 WSOpenBalance PIC 9(9)V99 VALUE 0.
01 WSNewBalance  PIC 9(9)V99 VALUE 0.
01 WSCreditOK PIC X VALUE "Y".
       88 CreditOK VALUE "Y".
01 WSStopReason PIC X VALUE SPACE.
       88 StoppedOnHold  VALUE "H".
       88 StoppedOnLimit VALUE "L".
01 WSOverrideTaken PIC X VALUE "N".
       88 OverrideTaken VALUE "Y".
01 WSTimeNow PIC 9(8) VALUE 0.

01 WSEditAmount PIC $$$,$$$,$$9.99.

*> breaking a hold or a limit is a supervisor action, checked through
*> the shared opsignon service the same way coboltut2 overrides a
*> closed pay period
01 WSSignOnProgram  PIC X(9) VALUE "opsignon".
01 WSSignOnCaller   PIC X(9) VALUE "arinv".
01 WSOverrideID       PIC X(8) VALUE SPACES.
01 WSOverridePassword PIC X(8) VALUE SPACES.
01 WSOverrideLevel    PIC 9 VALUE 0.
       88 OverrideSupervisor VALUE 2.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM LoadARControl
PERFORM OpenARInvoiceFile
OPEN INPUT CustomerFile
OPEN INPUT CustCreditFile

DISPLAY "Enter customer ID (99999 to stop): " WITH NO ADVANCING
ACCEPT WSEntryIDNum

CLOSE ARInvoiceFile
CLOSE CustomerFile
CLOSE CustCreditFile
PERFORM SaveARControl
DISPLAY "Invoices entered       : " WSEnteredCount
DISPLAY "Last invoice number    : " WSLastInvNum
       END-IF.

*> keys one invoice: the customer must be on the master, the amount
*> must be something, the customer's credit must stand it, and the
*> number comes off the sequence
EnterOneInvoice.
       MOVE "N" TO WSCustomerOK
       MOVE WSEntryIDNum TO IDNum
              IF WSEntryAmount = 0 THEN
                     DISPLAY "Amount must not be zero, refused"
              ELSE
                     PERFORM CheckCreditStanding
                     IF CreditOK THEN
                            PERFORM WriteInvoice
                     END-IF
              END-IF
       END-IF.

       MOVE WSEntryAmount TO ARAmount
       MOVE WSEntryAmount TO AROpenBal
       MOVE "O" TO ARStatus
       MOVE "R" TO ARType
       MOVE "N" TO ARDispute
       WRITE ARInvoiceRecord
           INVALID KEY
              DISPLAY "Invoice number collision on " WSLastInvNum
              ADD 1 TO WSEnteredCount
              DISPLAY "Invoice " WSLastInvNum " entered for customer "
                  WSEntryIDNum
              IF OverrideTaken THEN
                     PERFORM LogCreditOverride
              END-IF
       END-WRITE.

*> a customer on hold, or one this invoice would push past the credit
*> limit, is refused unless a supervisor signs on to override
CheckCreditStanding.
       MOVE "Y" TO WSCreditOK
       MOVE "N" TO WSOverrideTaken
       MOVE SPACE TO WSStopReason
       MOVE 0 TO WSOpenBalance
       PERFORM SumOpenBalance
       COMPUTE WSNewBalance = WSOpenBalance + WSEntryAmount
       MOVE WSEntryIDNum TO CLIDNum
       READ CustCreditFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF CLOnHold THEN
                     MOVE "H" TO WSStopReason
                     DISPLAY "Customer " WSEntryIDNum
                         " is on credit hold since " CLHoldDate
              ELSE
                     IF CLLimit > 0 AND WSNewBalance > CLLimit THEN
                            MOVE "L" TO WSStopReason
                            MOVE WSOpenBalance TO WSEditAmount
                            DISPLAY "Open balance " WSEditAmount
                            MOVE CLLimit TO WSEditAmount
                            DISPLAY "Credit limit " WSEditAmount
                            DISPLAY "This invoice would put customer "
                                WSEntryIDNum " over the limit"
                     END-IF
              END-IF
       END-READ
       IF StoppedOnHold OR StoppedOnLimit THEN
              MOVE "N" TO WSCreditOK
              PERFORM AcceptSupervisorOverride
       END-IF.

*> the customer's open balance across every open item on file
SumOpenBalance.
       MOVE "N" TO WSAREOF
       MOVE 0 TO ARInvNum
       START ARInvoiceFile KEY NOT LESS THAN ARInvNum
           INVALID KEY MOVE "Y" TO WSAREOF
       END-START
       PERFORM ReadNextInvoice
       PERFORM UNTIL AREOF
              IF ARIDNum = WSEntryIDNum AND AROpen THEN
                     ADD AROpenBal TO WSOpenBalance
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

*> the stopped invoice only goes through on a supervisor sign-on
*> through the shared opsignon service
AcceptSupervisorOverride.
       DISPLAY "Supervisor override - enter supervisor ID: "
           WITH NO ADVANCING
       ACCEPT WSOverrideID
       DISPLAY "Enter password: " WITH NO ADVANCING
       ACCEPT WSOverridePassword
       CALL WSSignOnProgram USING WSOverrideID, WSOverridePassword,
           WSOverrideLevel,
           WSSignOnCaller
       IF RETURN-CODE = 0 AND OverrideSupervisor THEN
              DISPLAY "Override accepted for supervisor " WSOverrideID
              MOVE "Y" TO WSCreditOK
              MOVE "Y" TO WSOverrideTaken
       ELSE
              DISPLAY "Override refused - invoice not entered"
       END-IF
       MOVE 0 TO RETURN-CODE.

*> one override log line for the invoice just raised
LogCreditOverride.
       ACCEPT WSTimeNow FROM TIME
       OPEN EXTEND CreditOverrideFile
       MOVE WSRunDate TO COVDate
       MOVE WSTimeNow TO COVTime
       MOVE WSOverrideID TO COVOperator
       MOVE WSEntryIDNum TO COVIDNum
       MOVE WSLastInvNum TO COVInvNum
       MOVE WSEntryAmount TO COVAmount
       MOVE WSOpenBalance TO COVBalance
       MOVE WSStopReason TO COVReason
       WRITE CreditOverrideRecord
       CLOSE CreditOverrideFile.

*> cobc -x arinv.cbl             to load the program
*> cobc -m opsignon.cbl          builds the sign-on service it CALLs
*> ./arinv                       to run the program
