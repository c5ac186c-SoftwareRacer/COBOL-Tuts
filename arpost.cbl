           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

       SELECT OPTIONAL LockboxFile ASSIGN TO "Lockbox.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL LockboxPostedFile ASSIGN TO "LockboxPosted.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL ARSuspenseFile ASSIGN TO "ARSuspense.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ASSuspNum
           FILE STATUS IS WSSuspFileStatus.

DATA DIVISION.
FILE SECTION.
*> the open-items file cash is matched against, oldest invoice
*> first - a partial payment leaves the remainder open, and cash
*> past the last open invoice goes to the suspense file
FD  ARInvoiceFile.
COPY ARINV.

FD  ARPaymentLogFile.
01 ARPaymentLogLine PIC X(90).

*> the customer master, read to tell a remitter we know from one we
*> don't - cash from an ID not on file cannot be applied at all
FD  CustomerFile.
COPY CUSTREC.

*> the bank's lockbox transmission: one line per remittance with the
*> customer ID off the stub, the invoice it names (zero when the stub
*> named none), the amount, and the date the bank deposited it
FD  LockboxFile.
01 LockboxRecord.
       02 LBIDNum       PIC 9(5).
       02 LBInvNum      PIC 9(6).
       02 LBAmount      PIC 9(7)V99.
       02 LBDepositDate PIC 9(8).

*> one line per deposit date already posted from a lockbox file - the
*> bank sends one transmission per deposit day, so a file carrying a
*> date on here is a rerun and is refused before any cash moves
FD  LockboxPostedFile.
01 LockboxPostedRecord.
       02 LPDepositDate PIC 9(8).
       02 LPPostedDate  PIC 9(8).

*> the unapplied-cash suspense file the clerk works off later
FD  ARSuspenseFile.
COPY ARSUSP.

WORKING-STORAGE SECTION.
01 WSARFileStatus PIC XX VALUE "00".

01 WSCustFileStatus PIC XX VALUE "00".

01 WSSuspFileStatus PIC XX VALUE "00".
       88 SuspFileMissing VALUE "05", "35".

01 WSAREOF PIC X VALUE "N".
       88 AREOF VALUE "Y".

01 WSSuspEOF PIC X VALUE "N".
       88 SuspEOF VALUE "Y".

01 WSLockboxEOF PIC X VALUE "N".
       88 LockboxEOF VALUE "Y".

01 WSPostedEOF PIC X VALUE "N".
       88 PostedEOF VALUE "Y".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuTerminal VALUE "1".
       88 MenuLockbox  VALUE "2".
       88 MenuListSusp VALUE "3".
       88 MenuWorkSusp VALUE "4".
       88 MenuExit     VALUE "X", "x".

01 WSEntryIDNum   PIC 9(5) VALUE 0.
01 WSEntryPayment PIC 9(7)V99 VALUE 0.
01 WSEntryInvNum  PIC 9(6) VALUE 0.
01 WSEntrySuspNum PIC 9(6) VALUE 0.
01 WSSentinel     PIC 9(5) VALUE 99999.

01 WSCashLeft    PIC 9(7)V99 VALUE 0.

01 WSEditAmount PIC $$$$,$$9.99.

01 WSCustomerKnown PIC X VALUE "N".
       88 CustomerKnown VALUE "Y".

*> the remittance on hand while it is matched - its deposit date and
*> the reason any leftover goes to suspense
01 WSDepositDate PIC 9(8) VALUE 0.
01 WSSuspReason  PIC X VALUE SPACE.

*> the highest suspense number on file, picked up at start so new
*> items number on from it
01 WSLastSuspNum PIC 9(6) VALUE 0.

*> the distinct dates the lockbox file on hand carries - each deposit
*> date already posted is checked against them as it is read
01 WSBatchDateCount PIC 99 VALUE 0.
01 WSBatchDateTable.
       02 WSBatchDate PIC 9(8) OCCURS 50 TIMES.
01 WSDateIndex  PIC 99 VALUE 0.
01 WSBatchIndex PIC 99 VALUE 0.
01 WSBatchDatesOver PIC 9(5) VALUE 0.
01 WSDateFound  PIC X VALUE "N".
       88 DateFound VALUE "Y".

01 WSLockboxOK PIC X VALUE "Y".
       88 LockboxOK VALUE "Y".

*> batch control totals: every dollar deposited has to land either on
*> an invoice or in suspense, and the report proves it
01 WSItemCount     PIC 9(5) VALUE 0.
01 WSSuspCount     PIC 9(5) VALUE 0.
01 WSDepositTotal  PIC 9(9)V99 VALUE 0.
01 WSBatchApplied  PIC 9(9)V99 VALUE 0.
01 WSBatchSuspense PIC 9(9)V99 VALUE 0.
01 WSProofTotal    PIC 9(9)V99 VALUE 0.
01 WSItemSuspense  PIC 9(7)V99 VALUE 0.

01 WSEditDeposit  PIC $$$$,$$9.99.
01 WSEditApplied  PIC $$$$,$$9.99.
01 WSEditSuspense PIC $$$$,$$9.99.
01 WSEditTotal    PIC $$$,$$$,$$9.99.

01 WSOpenSuspCount PIC 9(5) VALUE 0.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

*> the program runs only for an operator the access table grants it
*> to, checked through the shared accchk service
COPY ACCCTL.
01 WSAccessProgram PIC X(9) VALUE "accchk".

PROCEDURE DIVISION.
MOVE "arpost" TO ACCProgram
CALL WSAccessProgram USING AccessControl
IF RETURN-CODE NOT = 0 THEN
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF
ACCEPT WSRunDate FROM DATE YYYYMMDD
OPEN I-O ARInvoiceFile
OPEN INPUT CustomerFile
PERFORM OpenSuspenseFile
PERFORM FindLastSuspNum

PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuTerminal PERFORM PostAtTerminal
           WHEN MenuLockbox  PERFORM PostLockboxFile
           WHEN MenuListSusp PERFORM ListSuspense
           WHEN MenuWorkSusp PERFORM WorkSuspenseItem
           WHEN OTHER        DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM

CLOSE ARInvoiceFile
CLOSE CustomerFile
CLOSE ARSuspenseFile

STOP RUN.

*> shows the posting menu and accepts the clerk's next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Post payments at the terminal"
       DISPLAY "2. Post the bank lockbox file"
       DISPLAY "3. List open suspense items"
       DISPLAY "4. Apply a suspense item"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> opens the suspense file for update, creating it on a first run
OpenSuspenseFile.
       OPEN I-O ARSuspenseFile
       IF SuspFileMissing THEN
              OPEN OUTPUT ARSuspenseFile
              CLOSE ARSuspenseFile
              OPEN I-O ARSuspenseFile
       END-IF.

*> one pass over the suspense file for the highest number used
FindLastSuspNum.
       MOVE 0 TO WSLastSuspNum
       MOVE "N" TO WSSuspEOF
       MOVE 0 TO ASSuspNum
       START ARSuspenseFile KEY NOT LESS THAN ASSuspNum
           INVALID KEY MOVE "Y" TO WSSuspEOF
       END-START
       PERFORM ReadNextSuspense
       PERFORM UNTIL SuspEOF
              MOVE ASSuspNum TO WSLastSuspNum
              PERFORM ReadNextSuspense
       END-PERFORM.

*> reads the next suspense item in number order
ReadNextSuspense.
       IF NOT SuspEOF THEN
              READ ARSuspenseFile NEXT RECORD
                  AT END MOVE "Y" TO WSSuspEOF
              END-READ
       END-IF.

*> the counter posting: the clerk keys each payment as it comes in
PostAtTerminal.
       DISPLAY "Enter customer ID (99999 to stop): " WITH NO ADVANCING
       ACCEPT WSEntryIDNum
       PERFORM UNTIL WSEntryIDNum = WSSentinel
              PERFORM PostOnePayment
              DISPLAY "Enter customer ID (99999 to stop): "
                  WITH NO ADVANCING
              ACCEPT WSEntryIDNum
       END-PERFORM.

*> posts one payment: the cash walks the customer's open invoices in
*> invoice-number (and so date) order, oldest first, until it runs
*> out - whatever is left over goes to the suspense file, and a
*> payment from an ID not on the master goes there whole as
*> unidentified, the same as on the lockbox
PostOnePayment.
       DISPLAY "Enter payment amount: " WITH NO ADVANCING
       ACCEPT WSEntryPayment
       ELSE
              MOVE WSEntryPayment TO WSCashLeft
              MOVE 0 TO WSAppliedTotal
              PERFORM CheckCustomerKnown
              IF CustomerKnown THEN
                     PERFORM WalkOpenInvoices
                     MOVE "X" TO WSSuspReason
                     MOVE WSAppliedTotal TO WSEditAmount
                     DISPLAY "Applied " WSEditAmount " to customer "
                         WSEntryIDNum
              ELSE
                     MOVE "U" TO WSSuspReason
                     DISPLAY "Customer " WSEntryIDNum
                         " not on file - payment is unidentified"
              END-IF
              IF WSCashLeft > 0 THEN
                     MOVE 0 TO WSEntryInvNum
                     MOVE WSRunDate TO WSDepositDate
                     PERFORM WriteSuspenseItem
                     MOVE WSCashLeft TO WSEditAmount
                     DISPLAY "UNAPPLIED CASH " WSEditAmount
                         " - to suspense item " ASSuspNum
              END-IF
       END-IF.

              PERFORM ReadNextInvoice
       END-PERFORM.

*> applies cash to the one invoice the remitter named, provided it is
*> the remitter's own and still open - a wrong or paid invoice number
*> just leaves the cash for the oldest-first walk
ApplyToNamedInvoice.
       MOVE WSEntryInvNum TO ARInvNum
       READ ARInvoiceFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF ARIDNum = WSEntryIDNum AND AROpen
                  AND AROpenBal > 0 THEN
                     PERFORM ApplyToInvoice
              END-IF
       END-READ.

*> reads the next invoice in number order
ReadNextInvoice.
       IF NOT AREOF THEN
       WRITE ARPaymentLogLine
       CLOSE ARPaymentLogFile.

*> checks the remitter is on the customer master
CheckCustomerKnown.
       MOVE "N" TO WSCustomerKnown
       MOVE WSEntryIDNum TO IDNum
       READ CustomerFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE "Y" TO WSCustomerKnown
       END-READ.

*> puts the cash still on hand into suspense under the next number,
*> remembering who sent it, what invoice they named and why it could
*> not be applied
WriteSuspenseItem.
       ADD 1 TO WSLastSuspNum
       MOVE WSLastSuspNum TO ASSuspNum
       MOVE WSEntryIDNum TO ASIDNum
       MOVE WSEntryInvNum TO ASInvNum
       MOVE WSDepositDate TO ASDepositDate
       MOVE WSCashLeft TO ASAmount
       MOVE WSCashLeft TO ASOpenAmt
       MOVE WSSuspReason TO ASReason
       MOVE "O" TO ASStatus
       MOVE 0 TO ASClearedDate
       WRITE ARSuspenseRecord
           INVALID KEY
              DISPLAY "Suspense number " ASSuspNum
                  " already on file - item not written"
       END-WRITE.

*> posts the bank's lockbox transmission in one batch: each remittance
*> goes onto the invoice it names first, then the customer's oldest
*> open items, and anything left - or anything from a remitter not on
*> file - goes to suspense; the batch control report proves the
*> deposit total equals applied plus suspense
PostLockboxFile.
       PERFORM CheckLockboxNotPosted
       IF NOT LockboxOK THEN
              DISPLAY "Lockbox file NOT posted"
              MOVE 8 TO RETURN-CODE
       ELSE
              PERFORM PostLockboxItems
       END-IF.

*> refuses an empty file, or one carrying a deposit date that is
*> already posted - a rerun of the same transmission must never apply
*> the cash twice
CheckLockboxNotPosted.
       MOVE "Y" TO WSLockboxOK
       MOVE 0 TO WSBatchDateCount
       MOVE 0 TO WSBatchDatesOver
       MOVE 0 TO WSItemCount
       MOVE "N" TO WSLockboxEOF
       OPEN INPUT LockboxFile
       PERFORM ReadLockboxRecord
       PERFORM UNTIL LockboxEOF
              ADD 1 TO WSItemCount
              PERFORM NoteBatchDate
              PERFORM ReadLockboxRecord
       END-PERFORM
       CLOSE LockboxFile
       IF WSItemCount = 0 THEN
              DISPLAY "Lockbox.dat holds no remittances"
              MOVE "N" TO WSLockboxOK
       END-IF
       IF WSBatchDatesOver > 0 THEN
              DISPLAY "Lockbox.dat carries more than 50 deposit dates"
                  " - split the file and post each part"
              MOVE "N" TO WSLockboxOK
       END-IF
       PERFORM CheckPostedDates.

*> one pass over every deposit date ever posted, however many there
*> are, against the dates the file on hand carries
CheckPostedDates.
       MOVE "N" TO WSPostedEOF
       OPEN INPUT LockboxPostedFile
       PERFORM ReadPostedRecord
       PERFORM UNTIL PostedEOF
              PERFORM CheckOnePostedDate
              PERFORM ReadPostedRecord
       END-PERFORM
       CLOSE LockboxPostedFile.

*> flags a posted date that turns up again in the file on hand
CheckOnePostedDate.
       MOVE "N" TO WSDateFound
       PERFORM VARYING WSBatchIndex FROM 1 BY 1
           UNTIL WSBatchIndex > WSBatchDateCount
              IF WSBatchDate(WSBatchIndex) = LPDepositDate
                     MOVE "Y" TO WSDateFound
              END-IF
       END-PERFORM
       IF DateFound THEN
              DISPLAY "Deposit date " LPDepositDate
                  " was already posted from a lockbox file"
              MOVE "N" TO WSLockboxOK
       END-IF.

*> adds the remittance's deposit date to the distinct dates the file
*> carries - a date past the 50 held is counted, and the file refused,
*> since a date never recorded as posted could be posted again
NoteBatchDate.
       MOVE "N" TO WSDateFound
       PERFORM VARYING WSDateIndex FROM 1 BY 1
           UNTIL WSDateIndex > WSBatchDateCount
              IF WSBatchDate(WSDateIndex) = LBDepositDate THEN
                     MOVE "Y" TO WSDateFound
              END-IF
       END-PERFORM
       IF NOT DateFound THEN
              IF WSBatchDateCount < 50 THEN
                     ADD 1 TO WSBatchDateCount
                     MOVE LBDepositDate TO WSBatchDate(WSBatchDateCount)
              ELSE
                     ADD 1 TO WSBatchDatesOver
              END-IF
       END-IF.

*> reads the next posted deposit date
ReadPostedRecord.
       READ LockboxPostedFile
           AT END MOVE "Y" TO WSPostedEOF
       END-READ.

*> reads the next remittance off the lockbox file
ReadLockboxRecord.
       READ LockboxFile
           AT END MOVE "Y" TO WSLockboxEOF
       END-READ.

*> the batch itself: opens the control report, posts every
*> remittance, prints the proof, and records the deposit dates posted
PostLockboxItems.
       MOVE "O" TO RPTOperation
       MOVE "LockboxControl.txt" TO RPTFileName
       MOVE "arpost" TO RPTProgram
       MOVE ACCOperator TO RPTOperator
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Lockbox Batch Control Report" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
       CALL WSReportProgram USING ReportControl
       MOVE SPACES TO RPTLine
       STRING "Cust  Invoice Deposited    Remitted     Applied"
           "    Suspense"
           DELIMITED BY SIZE INTO RPTLine
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl

       MOVE 0 TO WSItemCount
       MOVE 0 TO WSSuspCount
       MOVE 0 TO WSDepositTotal
       MOVE 0 TO WSBatchApplied
       MOVE 0 TO WSBatchSuspense
       MOVE "N" TO WSLockboxEOF
       OPEN INPUT LockboxFile
       PERFORM ReadLockboxRecord
       PERFORM UNTIL LockboxEOF
              PERFORM PostOneLockboxItem
              PERFORM ReadLockboxRecord
       END-PERFORM
       CLOSE LockboxFile

       PERFORM PrintBatchProof
       PERFORM RecordPostedDates
       DISPLAY "Lockbox items posted     : " WSItemCount
       DISPLAY "Items to suspense        : " WSSuspCount
       DISPLAY "Report written to LockboxControl.txt".

*> matches one remittance: a remitter not on file goes straight to
*> suspense as unidentified; a known one is applied to the named
*> invoice, then oldest-first, and any excess goes to suspense as
*> unapplied
PostOneLockboxItem.
       ADD 1 TO WSItemCount
       ADD LBAmount TO WSDepositTotal
       MOVE LBIDNum TO WSEntryIDNum
       MOVE LBInvNum TO WSEntryInvNum
       MOVE LBDepositDate TO WSDepositDate
       MOVE LBAmount TO WSCashLeft
       MOVE 0 TO WSAppliedTotal
       MOVE 0 TO WSItemSuspense
       PERFORM CheckCustomerKnown
       IF CustomerKnown THEN
              IF WSEntryInvNum NOT = 0 THEN
                     PERFORM ApplyToNamedInvoice
              END-IF
              IF WSCashLeft > 0 THEN
                     PERFORM WalkOpenInvoices
              END-IF
              MOVE "X" TO WSSuspReason
       ELSE
              MOVE "U" TO WSSuspReason
       END-IF
       IF WSCashLeft > 0 THEN
              MOVE WSCashLeft TO WSItemSuspense
              PERFORM WriteSuspenseItem
              ADD 1 TO WSSuspCount
       ELSE
              MOVE SPACE TO WSSuspReason
       END-IF
       ADD WSAppliedTotal TO WSBatchApplied
       ADD WSItemSuspense TO WSBatchSuspense
       MOVE LBAmount TO WSEditDeposit
       MOVE WSAppliedTotal TO WSEditApplied
       MOVE WSItemSuspense TO WSEditSuspense
       MOVE SPACES TO RPTLine
       STRING LBIDNum " " LBInvNum " " LBDepositDate " "
           WSEditDeposit " " WSEditApplied " " WSEditSuspense
           " " WSSuspReason
           DELIMITED BY SIZE INTO RPTLine
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> the batch proof: deposit total against applied plus suspense
PrintBatchProof.
       COMPUTE WSProofTotal = WSBatchApplied + WSBatchSuspense
       MOVE SPACES TO RPTLine
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       MOVE SPACES TO RPTLine
       STRING "Suspense reason: U unidentified remitter, X unapplied "
           "excess"
           DELIMITED BY SIZE INTO RPTLine
       CALL WSReportProgram USING ReportControl
       MOVE WSDepositTotal TO WSEditTotal
       MOVE SPACES TO RPTLine
       STRING "Remittances    " WSItemCount "   Deposit total    "
           WSEditTotal
           DELIMITED BY SIZE INTO RPTLine
       CALL WSReportProgram USING ReportControl
       MOVE WSBatchApplied TO WSEditTotal
       MOVE SPACES TO RPTLine
       STRING "                    Applied to invoices "
           WSEditTotal
           DELIMITED BY SIZE INTO RPTLine
       CALL WSReportProgram USING ReportControl
       MOVE WSBatchSuspense TO WSEditTotal
       MOVE SPACES TO RPTLine
       STRING "Suspense items " WSSuspCount "   To suspense      "
           WSEditTotal
           DELIMITED BY SIZE INTO RPTLine
       CALL WSReportProgram USING ReportControl
       MOVE SPACES TO RPTLine
       IF WSProofTotal = WSDepositTotal THEN
              STRING "BATCH IN BALANCE - deposit equals applied plus "
                  "suspense"
                  DELIMITED BY SIZE INTO RPTLine
       ELSE
              MOVE WSProofTotal TO WSEditTotal
              STRING "BATCH OUT OF BALANCE - applied plus suspense is "
                  WSEditTotal
                  DELIMITED BY SIZE INTO RPTLine
              DISPLAY "Lockbox batch OUT OF BALANCE - see the report"
       END-IF
       MOVE "T" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       MOVE "C" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> appends the deposit dates just posted so a rerun is refused
RecordPostedDates.
       OPEN EXTEND LockboxPostedFile
       PERFORM VARYING WSDateIndex FROM 1 BY 1
           UNTIL WSDateIndex > WSBatchDateCount
              MOVE WSBatchDate(WSDateIndex) TO LPDepositDate
              MOVE WSRunDate TO LPPostedDate
              WRITE LockboxPostedRecord
       END-PERFORM
       CLOSE LockboxPostedFile.

*> lists every suspense item still carrying cash, so the clerk can
*> chase the remitter or the invoice it belongs on
ListSuspense.
       MOVE 0 TO WSOpenSuspCount
       MOVE "N" TO WSSuspEOF
       MOVE 0 TO ASSuspNum
       START ARSuspenseFile KEY NOT LESS THAN ASSuspNum
           INVALID KEY MOVE "Y" TO WSSuspEOF
       END-START
       PERFORM ReadNextSuspense
       PERFORM UNTIL SuspEOF
              IF ASOpen THEN
                     ADD 1 TO WSOpenSuspCount
                     MOVE ASOpenAmt TO WSEditAmount
                     DISPLAY "Item " ASSuspNum " customer " ASIDNum
                         " invoice " ASInvNum " deposited "
                         ASDepositDate " open " WSEditAmount
                         " reason " ASReason
              END-IF
              PERFORM ReadNextSuspense
       END-PERFORM
       DISPLAY "Open suspense items: " WSOpenSuspCount.

*> works one suspense item off: the clerk names the customer the cash
*> really belongs to and, if known, the invoice; the cash is applied
*> the same way a payment is and whatever still can't be placed stays
*> in suspense, the item clearing once nothing is left
WorkSuspenseItem.
       DISPLAY "Enter suspense item number: " WITH NO ADVANCING
       ACCEPT WSEntrySuspNum
       MOVE WSEntrySuspNum TO ASSuspNum
       READ ARSuspenseFile
           INVALID KEY
              DISPLAY "Suspense item " WSEntrySuspNum " not on file"
           NOT INVALID KEY
              IF ASOpen THEN
                     PERFORM ApplySuspenseItem
              ELSE
                     DISPLAY "Suspense item " WSEntrySuspNum
                         " is already cleared"
              END-IF
       END-READ.

*> takes the customer and invoice for the open item and applies its
*> cash
ApplySuspenseItem.
       MOVE ASOpenAmt TO WSEditAmount
       DISPLAY "Item " ASSuspNum " remitted by " ASIDNum
           " open " WSEditAmount
       DISPLAY "Apply to customer ID: " WITH NO ADVANCING
       ACCEPT WSEntryIDNum
       PERFORM CheckCustomerKnown
       IF NOT CustomerKnown THEN
              DISPLAY "Customer " WSEntryIDNum
                  " not on file - item left in suspense"
       ELSE
              DISPLAY "Invoice number (0 for oldest first): "
                  WITH NO ADVANCING
              ACCEPT WSEntryInvNum
              MOVE ASOpenAmt TO WSCashLeft
              MOVE 0 TO WSAppliedTotal
              IF WSEntryInvNum NOT = 0 THEN
                     PERFORM ApplyToNamedInvoice
              END-IF
              IF WSCashLeft > 0 THEN
                     PERFORM WalkOpenInvoices
              END-IF
              PERFORM UpdateSuspenseItem
       END-IF.

*> runs the item's open amount down by what was applied, clearing it
*> when nothing is left
UpdateSuspenseItem.
       MOVE WSEntrySuspNum TO ASSuspNum
       READ ARSuspenseFile
           INVALID KEY
              DISPLAY "Suspense item " WSEntrySuspNum " has gone"
           NOT INVALID KEY
              MOVE WSCashLeft TO ASOpenAmt
              IF ASOpenAmt = 0 THEN
                     MOVE "C" TO ASStatus
                     MOVE WSRunDate TO ASClearedDate
              END-IF
              REWRITE ARSuspenseRecord
              MOVE WSAppliedTotal TO WSEditAmount
              DISPLAY "Applied " WSEditAmount " to customer "
                  WSEntryIDNum
              MOVE ASOpenAmt TO WSEditAmount
              DISPLAY "Still in suspense " WSEditAmount
       END-READ.

*> cobc -x arpost.cbl            to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> cobc -m accchk.cbl            builds the access check it CALLs
*> ./arpost                      to run the program
