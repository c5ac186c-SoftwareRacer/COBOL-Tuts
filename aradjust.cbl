>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. aradjust.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ARInvoiceFile ASSIGN TO "ARInvoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ARInvNum
           FILE STATUS IS WSARFileStatus.

       SELECT OPTIONAL ARAdjustFile ASSIGN TO "ARAdjust.log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL ARParmFile ASSIGN TO "ARParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the open item the credit memo or write-off comes off - it flips
*> paid when its open balance reaches zero, just as cash does it
FD  ARInvoiceFile.
COPY ARINV.

*> one line per adjustment posted, read by the write-off register
FD  ARAdjustFile.
COPY ARADJ.

*> the write-off approval threshold arparm maintains
FD  ARParmFile.
COPY ARPARM.

WORKING-STORAGE SECTION.
01 WSARFileStatus PIC XX VALUE "00".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuCreditMemo VALUE "1".
       88 MenuWriteOff   VALUE "2".
       88 MenuDispute    VALUE "3".
       88 MenuSettle     VALUE "4".
       88 MenuExit       VALUE "X", "x".

*> which kind of adjustment the transaction on hand is
01 WSAdjustType PIC X VALUE SPACE.
       88 PostingCreditMemo VALUE "C".
       88 PostingWriteOff   VALUE "W".

01 WSEntryInvNum PIC 9(6) VALUE 0.
01 WSEntryAmount PIC 9(7)V99 VALUE 0.
01 WSEntryReason PIC XX VALUE SPACES.

01 WSInvoiceOK PIC X VALUE "N".
       88 InvoiceOK VALUE "Y".

01 WSAdjustOK PIC X VALUE "N".
       88 AdjustOK VALUE "Y".

01 WSWriteOffLimit PIC 9(7)V99 VALUE 0.

01 WSRunDate PIC 9(8).
01 WSTimeNow PIC 9(8).

01 WSEditAmount PIC $$,$$$,$$9.99.

*> adjustments are supervisor-only; the poster signs on through the
*> shared opsignon service, and a write-off over the threshold needs
*> a second, different supervisor to sign on and approve it
01 WSSignOnProgram  PIC X(9) VALUE "opsignon".
01 WSSignOnCaller   PIC X(9) VALUE "aradjust".
01 WSSignOnID       PIC X(8) VALUE SPACES.
01 WSSignOnPassword PIC X(8) VALUE SPACES.
01 WSSignOnLevel    PIC 9 VALUE 0.
       88 SupervisorSignedOn VALUE 2.

01 WSApproverID       PIC X(8) VALUE SPACES.
01 WSApproverPassword PIC X(8) VALUE SPACES.
01 WSApproverLevel    PIC 9 VALUE 0.
       88 ApproverSupervisor VALUE 2.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
DISPLAY "Sign-on ID: " WITH NO ADVANCING
ACCEPT WSSignOnID
DISPLAY "Password: " WITH NO ADVANCING
ACCEPT WSSignOnPassword
CALL WSSignOnProgram USING WSSignOnID, WSSignOnPassword,
    WSSignOnLevel, WSSignOnCaller
IF RETURN-CODE = 0 AND SupervisorSignedOn THEN
       MOVE 0 TO RETURN-CODE
       PERFORM LoadWriteOffLimit
       OPEN I-O ARInvoiceFile
       PERFORM DisplayMenu
       PERFORM UNTIL MenuExit
              EVALUATE TRUE
                  WHEN MenuCreditMemo
                     MOVE "C" TO WSAdjustType
                     PERFORM PostAdjustment
                  WHEN MenuWriteOff
                     MOVE "W" TO WSAdjustType
                     PERFORM PostAdjustment
                  WHEN MenuDispute
                     PERFORM MarkDisputed
                  WHEN MenuSettle
                     PERFORM ClearDispute
                  WHEN OTHER
                     DISPLAY "Invalid selection " WSMenuChoice
              END-EVALUATE
              PERFORM DisplayMenu
       END-PERFORM
       CLOSE ARInvoiceFile
ELSE
       DISPLAY "Sign-on failed or not a supervisor - "
           "adjustments refused"
       MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> shows the adjustment menu and accepts the next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Post a credit memo"
       DISPLAY "2. Post a bad-debt write-off"
       DISPLAY "3. Mark an invoice disputed"
       DISPLAY "4. Clear an invoice dispute"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> picks up the write-off approval threshold; with none on file every
*> write-off needs the second supervisor
LoadWriteOffLimit.
       MOVE 0 TO WSWriteOffLimit
       OPEN INPUT ARParmFile
       READ ARParmFile
           AT END CONTINUE
           NOT AT END MOVE APWriteOffLimit TO WSWriteOffLimit
       END-READ
       CLOSE ARParmFile.

*> one adjustment: the invoice must be open, the amount no more than
*> its open balance (zero takes the whole balance), the reason code
*> one that fits the kind of adjustment, and a big write-off needs its
*> second supervisor before anything is posted
PostAdjustment.
       PERFORM AcceptInvoice
       IF InvoiceOK THEN
              PERFORM AcceptAdjustment
       END-IF
       IF InvoiceOK AND AdjustOK THEN
              IF PostingWriteOff AND WSEntryAmount > WSWriteOffLimit THEN
                     PERFORM AcceptSecondSupervisor
              ELSE
                     MOVE SPACES TO WSApproverID
              END-IF
       END-IF
       IF InvoiceOK AND AdjustOK THEN
              PERFORM ApplyAdjustment
       END-IF.

*> takes the invoice number and shows the item
AcceptInvoice.
       MOVE "N" TO WSInvoiceOK
       DISPLAY "Enter invoice number: " WITH NO ADVANCING
       ACCEPT WSEntryInvNum
       MOVE WSEntryInvNum TO ARInvNum
       READ ARInvoiceFile
           INVALID KEY
              DISPLAY "Invoice " WSEntryInvNum " not on file"
           NOT INVALID KEY
              IF AROpen AND AROpenBal > 0 THEN
                     MOVE "Y" TO WSInvoiceOK
                     MOVE AROpenBal TO WSEditAmount
                     DISPLAY "Customer " ARIDNum " dated " ARInvDate
                         " open balance " WSEditAmount
              ELSE
                     DISPLAY "Invoice " WSEntryInvNum
                         " is already paid"
              END-IF
       END-READ.

*> takes the amount and the reason code
AcceptAdjustment.
       MOVE "N" TO WSAdjustOK
       DISPLAY "Amount (0 = the whole open balance): "
           WITH NO ADVANCING
       ACCEPT WSEntryAmount
       IF WSEntryAmount = 0 THEN
              MOVE AROpenBal TO WSEntryAmount
       END-IF
       IF WSEntryAmount > AROpenBal THEN
              DISPLAY "Amount is more than the open balance - refused"
       ELSE
              IF PostingCreditMemo THEN
                     DISPLAY "Reason: PR pricing, DM damaged, RT returned,"
                         " SV service, DS dispute, OT other"
              ELSE
                     DISPLAY "Reason: UC uncollectable, BK bankrupt,"
                         " SB small balance, DC deceased, OT other"
              END-IF
              DISPLAY "Enter reason code: " WITH NO ADVANCING
              ACCEPT WSEntryReason
              MOVE WSEntryReason TO AJReason
              IF (PostingCreditMemo AND AJMemoReason)
                  OR (PostingWriteOff AND AJWriteOffReason) THEN
                     MOVE "Y" TO WSAdjustOK
              ELSE
                     DISPLAY "Reason code " WSEntryReason
                         " is not valid here - refused"
              END-IF
       END-IF.

*> the write-off over the threshold waits for a second supervisor -
*> the one posting it cannot approve their own
AcceptSecondSupervisor.
       MOVE WSEntryAmount TO WSEditAmount
       DISPLAY "Write-off of " WSEditAmount
           " needs a second supervisor's approval"
       DISPLAY "Approving supervisor ID: " WITH NO ADVANCING
       ACCEPT WSApproverID
       DISPLAY "Password: " WITH NO ADVANCING
       ACCEPT WSApproverPassword
       IF WSApproverID = WSSignOnID THEN
              DISPLAY "The posting supervisor cannot approve - refused"
              MOVE "N" TO WSAdjustOK
       ELSE
              CALL WSSignOnProgram USING WSApproverID,
                  WSApproverPassword, WSApproverLevel, WSSignOnCaller
              IF RETURN-CODE = 0 AND ApproverSupervisor THEN
                     DISPLAY "Approved by supervisor " WSApproverID
              ELSE
                     DISPLAY "Approval refused - write-off not posted"
                     MOVE "N" TO WSAdjustOK
              END-IF
              MOVE 0 TO RETURN-CODE
       END-IF.

*> runs the open balance down, flips the invoice paid at zero, and
*> logs the adjustment with who posted it and why
ApplyAdjustment.
       SUBTRACT WSEntryAmount FROM AROpenBal
       IF AROpenBal = 0 THEN
              MOVE "P" TO ARStatus
       END-IF
       REWRITE ARInvoiceRecord
           INVALID KEY
              DISPLAY "Invoice " WSEntryInvNum " could not be updated"
           NOT INVALID KEY
              PERFORM LogAdjustment
              MOVE AROpenBal TO WSEditAmount
              IF PostingCreditMemo THEN
                     DISPLAY "Credit memo posted, balance left "
                         WSEditAmount
              ELSE
                     DISPLAY "Write-off posted, balance left "
                         WSEditAmount
              END-IF
       END-REWRITE.

*> one log line for the adjustment just posted
LogAdjustment.
       ACCEPT WSTimeNow FROM TIME
       OPEN EXTEND ARAdjustFile
       MOVE WSRunDate TO AJDate
       MOVE WSTimeNow TO AJTime
       MOVE WSAdjustType TO AJType
       MOVE ARInvNum TO AJInvNum
       MOVE ARIDNum TO AJIDNum
       MOVE WSEntryAmount TO AJAmount
       MOVE AROpenBal TO AJBalance
       MOVE WSEntryReason TO AJReason
       MOVE WSSignOnID TO AJOperator
       MOVE WSApproverID TO AJApprover
       WRITE ARAdjustRecord
       CLOSE ARAdjustFile.

*> flags an open invoice the customer disputes - the collection
*> letters list the customer instead of writing to them until the
*> dispute is cleared, usually by a credit memo or the customer paying
MarkDisputed.
       PERFORM AcceptInvoice
       IF InvoiceOK THEN
              MOVE "D" TO ARDispute
              REWRITE ARInvoiceRecord
                  INVALID KEY
                     DISPLAY "Invoice " WSEntryInvNum
                         " could not be updated"
                  NOT INVALID KEY
                     DISPLAY "Invoice " WSEntryInvNum " marked disputed"
              END-REWRITE
       END-IF.

*> takes the dispute flag back off an invoice
ClearDispute.
       DISPLAY "Enter invoice number: " WITH NO ADVANCING
       ACCEPT WSEntryInvNum
       MOVE WSEntryInvNum TO ARInvNum
       READ ARInvoiceFile
           INVALID KEY
              DISPLAY "Invoice " WSEntryInvNum " not on file"
           NOT INVALID KEY
              IF ARDisputed THEN
                     MOVE "N" TO ARDispute
                     REWRITE ARInvoiceRecord
                     DISPLAY "Dispute cleared on invoice " WSEntryInvNum
              ELSE
                     DISPLAY "Invoice " WSEntryInvNum
                         " is not disputed"
              END-IF
       END-READ.

*> cobc -x aradjust.cbl          to load the program
*> cobc -m opsignon.cbl          builds the sign-on service it CALLs
*> ./aradjust                    to run the program
