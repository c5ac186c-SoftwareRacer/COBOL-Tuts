>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ardunlet.
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

       SELECT OPTIONAL CustAddrFile ASSIGN TO "CustAddr.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CAIDNum
           FILE STATUS IS WSAddrFileStatus.

       SELECT OPTIONAL CustCreditFile ASSIGN TO "CustCredit.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CLIDNum
           FILE STATUS IS WSCreditFileStatus.

       SELECT OPTIONAL DunningFile ASSIGN TO "CustDunning.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DNIDNum
           FILE STATUS IS WSDunFileStatus.

       SELECT OPTIONAL HeldMailFile ASSIGN TO "HeldMail.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ARInvoiceFile.
COPY ARINV.

FD  CustomerFile.
COPY CUSTREC.

*> the mailing address every letter goes to
FD  CustAddrFile.
COPY CADDREC.

*> a customer on credit hold is collections' to handle by phone and
*> is listed instead of lettered
FD  CustCreditFile.
COPY CUSTCRED.

*> the letter history this run escalates from and records into
FD  DunningFile.
COPY DUNREC.

*> customers whose address the post office has sent mail back from go
*> on the shared held-mail report as well as the not-lettered list
FD  HeldMailFile.
01 HeldMailData PIC X(84).

WORKING-STORAGE SECTION.
01 WSARFileStatus     PIC XX VALUE "00".
01 WSCustFileStatus   PIC XX VALUE "00".
01 WSAddrFileStatus   PIC XX VALUE "00".
01 WSCreditFileStatus PIC XX VALUE "00".
01 WSDunFileStatus    PIC XX VALUE "00".
       88 DunFileMissing VALUE "05", "35".

01 WSAREOF PIC X VALUE "N".
       88 AREOF VALUE "Y".

01 WSDunEOF PIC X VALUE "N".
       88 DunEOF VALUE "Y".

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
*> way araging buckets them; the same count gives the days since a
*> customer's last letter
01 WSDaysOld PIC S9(5) VALUE 0.

*> a customer is not written to again until this many days after the
*> last letter, so a weekly run does not stack three letters in a
*> month
01 WSLetterInterval PIC 9(3) VALUE 30.

*> one slot per customer with open items: the past-due total (30 days
*> and over), the oldest bucket reached - 1 for 30, 2 for 60, 3 for
*> 90+, which is the letter the aging alone calls for - and whether
*> any open item is disputed
01 WSCustCount PIC 9(3) VALUE 0.
01 WSCustTable.
       02 WSCustEntry OCCURS 500 TIMES.
           03 WSCTIDNum    PIC 9(5).
           03 WSCTPastDue  PIC 9(9)V99.
           03 WSCTAgeLevel PIC 9.
           03 WSCTDisputed PIC X.

01 WSCustIndex  PIC 9(3) VALUE 0.
01 WSFoundIndex PIC 9(3) VALUE 0.
01 WSLookupIDNum PIC 9(5) VALUE 0.
01 WSThisLevel  PIC 9 VALUE 0.

*> the customers listed instead of lettered, with the reason
01 WSHeldCount PIC 9(3) VALUE 0.
01 WSHeldTable.
       02 WSHeldEntry OCCURS 500 TIMES.
           03 WSHTIDNum  PIC 9(5).
           03 WSHTReason PIC X(40).

01 WSLetterIDNum PIC 9(5) VALUE 0.
01 WSLetterLevel PIC 9 VALUE 0.
01 WSDunOnFile   PIC X VALUE "N".
       88 DunOnFile VALUE "Y".

01 WSCustOK PIC X VALUE "N".
       88 CustOK VALUE "Y".
01 WSAddrOK PIC X VALUE "N".
       88 AddrOK VALUE "Y".

01 WSLetterCount   PIC 9(5) VALUE 0.
01 WSReminderCount PIC 9(5) VALUE 0.
01 WSSecondCount   PIC 9(5) VALUE 0.
01 WSFinalCount    PIC 9(5) VALUE 0.
01 WSNotDueCount   PIC 9(5) VALUE 0.
01 WSResetCount    PIC 9(5) VALUE 0.

01 WSCustName PIC X(31) VALUE SPACES.
01 WSHeldMailCount PIC 9(5) VALUE 0.

COPY HELDMAIL.
01 WSLetterTotal PIC 9(9)V99 VALUE 0.

01 WSEditAmount PIC $$$$,$$9.99.
01 WSEditTotal  PIC $$,$$$,$$9.99.

*> control block for the shared rptwrite report-formatting service -
*> the "P" page-break operation gives every letter its own page
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
OPEN INPUT ARInvoiceFile
OPEN INPUT CustomerFile
OPEN INPUT CustAddrFile
OPEN INPUT CustCreditFile
OPEN EXTEND HeldMailFile
PERFORM OpenDunningFile

PERFORM GatherPastDueItems
PERFORM ResetCaughtUpCustomers

MOVE "O" TO RPTOperation
MOVE "DunningLetters.txt" TO RPTFileName
MOVE "ardunlet" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Collection Letters" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl

PERFORM VARYING WSCustIndex FROM 1 BY 1
    UNTIL WSCustIndex > WSCustCount
       IF WSCTAgeLevel(WSCustIndex) > 0 THEN
              PERFORM ConsiderOneCustomer
       END-IF
END-PERFORM

MOVE SPACES TO RPTLine
STRING "Letters printed: " WSLetterCount
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

PERFORM PrintHeldList

CLOSE ARInvoiceFile
CLOSE CustomerFile
CLOSE CustAddrFile
CLOSE CustCreditFile
CLOSE DunningFile
CLOSE HeldMailFile
DISPLAY "First reminders          : " WSReminderCount
DISPLAY "Second notices           : " WSSecondCount
DISPLAY "Final demands            : " WSFinalCount
DISPLAY "Listed instead of lettered: " WSHeldCount
DISPLAY "Not yet due another letter: " WSNotDueCount
DISPLAY "Held for returned mail   : " WSHeldMailCount
DISPLAY "Letters written to DunningLetters.txt"
DISPLAY "Customers not lettered listed in DunningHeld.txt"

STOP RUN.

*> opens the letter history for update, creating it on a first run
OpenDunningFile.
       OPEN I-O DunningFile
       IF DunFileMissing THEN
              OPEN OUTPUT DunningFile
              CLOSE DunningFile
              OPEN I-O DunningFile
       END-IF.

*> writes one letter line through the report service
WriteLetterLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> one pass over the open items ages each one into its customer's slot
GatherPastDueItems.
       MOVE "N" TO WSAREOF
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
       END-PERFORM.

*> reads the next invoice in number order
ReadNextInvoice.
       IF NOT AREOF THEN
              READ ARInvoiceFile NEXT RECORD
                  AT END MOVE "Y" TO WSAREOF
              END-READ
       END-IF.

*> works out how far past due the item is and which letter that alone
*> would call for
ComputeItemAge.
       MOVE ARInvDate TO WSInvDate
       COMPUTE WSDaysOld =
           (WSRunYYYY - WSInvYYYY) * 365
           + (WSRunMM - WSInvMM) * 30
           + (WSRunDD - WSInvDD)
       EVALUATE TRUE
           WHEN WSDaysOld >= 90 MOVE 3 TO WSThisLevel
           WHEN WSDaysOld >= 60 MOVE 2 TO WSThisLevel
           WHEN WSDaysOld >= 30 MOVE 1 TO WSThisLevel
           WHEN OTHER           MOVE 0 TO WSThisLevel
       END-EVALUATE.

*> adds one open item into its customer's slot
AgeOneItem.
       PERFORM ComputeItemAge
       MOVE ARIDNum TO WSLookupIDNum
       PERFORM FindCustomerSlot
       IF WSFoundIndex = 0 AND WSCustCount < 500 THEN
              ADD 1 TO WSCustCount
              MOVE WSCustCount TO WSFoundIndex
              MOVE ARIDNum TO WSCTIDNum(WSFoundIndex)
              MOVE 0 TO WSCTPastDue(WSFoundIndex)
              MOVE 0 TO WSCTAgeLevel(WSFoundIndex)
              MOVE "N" TO WSCTDisputed(WSFoundIndex)
       END-IF
       IF WSFoundIndex > 0 THEN
              IF WSThisLevel > 0 THEN
                     ADD AROpenBal TO WSCTPastDue(WSFoundIndex)
              END-IF
              IF WSThisLevel > WSCTAgeLevel(WSFoundIndex) THEN
                     MOVE WSThisLevel TO WSCTAgeLevel(WSFoundIndex)
              END-IF
              IF ARDisputed THEN
                     MOVE "Y" TO WSCTDisputed(WSFoundIndex)
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

*> a customer with nothing left past due starts again from a first
*> reminder the next time they fall behind
ResetCaughtUpCustomers.
       MOVE "N" TO WSDunEOF
       MOVE 0 TO DNIDNum
       START DunningFile KEY NOT LESS THAN DNIDNum
           INVALID KEY MOVE "Y" TO WSDunEOF
       END-START
       PERFORM ReadNextDunning
       PERFORM UNTIL DunEOF
              IF NOT DNNoLetter THEN
                     MOVE DNIDNum TO WSLookupIDNum
                     PERFORM FindCustomerSlot
                     IF WSFoundIndex = 0 THEN
                            PERFORM ResetOneCustomer
                     ELSE
                            IF WSCTAgeLevel(WSFoundIndex) = 0 THEN
                                   PERFORM ResetOneCustomer
                            END-IF
                     END-IF
              END-IF
              PERFORM ReadNextDunning
       END-PERFORM.

*> reads the next letter history record
ReadNextDunning.
       IF NOT DunEOF THEN
              READ DunningFile NEXT RECORD
                  AT END MOVE "Y" TO WSDunEOF
              END-READ
       END-IF.

*> puts one caught-up customer's history back to no letter
ResetOneCustomer.
       MOVE 0 TO DNLevel
       MOVE WSRunDate TO DNDate
       REWRITE DunningRecord
       ADD 1 TO WSResetCount.

*> decides what one past-due customer gets: nothing if they are no
*> longer active, a line on the held list if they are on credit hold,
*> have a disputed item, or have no address, and otherwise the next
*> letter up from the last one - never lower than the aging calls for
*> and never sooner than the letter interval
ConsiderOneCustomer.
       MOVE WSCTIDNum(WSCustIndex) TO WSLetterIDNum
       PERFORM FetchCustomer
       IF CustOK THEN
              PERFORM FetchDunningHistory
              EVALUATE TRUE
                  WHEN WSCTDisputed(WSCustIndex) = "Y"
                     PERFORM AddToHeldList
                  WHEN CLOnHold
                     PERFORM AddToHeldList
                  WHEN NOT AddrOK
                     PERFORM AddToHeldList
                  WHEN CAMailReturned
                     PERFORM AddToHeldList
                     PERFORM HoldReturnedMail
                  WHEN OTHER
                     PERFORM ChooseLetterLevel
              END-EVALUATE
       END-IF.

*> fetches the master, the address and the credit record for the
*> customer about to be lettered
FetchCustomer.
       MOVE "N" TO WSCustOK
       MOVE WSLetterIDNum TO IDNum
       READ CustomerFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF CustActive THEN
                     MOVE "Y" TO WSCustOK
              END-IF
       END-READ
       MOVE "N" TO WSAddrOK
       MOVE WSLetterIDNum TO CAIDNum
       READ CustAddrFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE "Y" TO WSAddrOK
       END-READ
       MOVE WSLetterIDNum TO CLIDNum
       READ CustCreditFile
           INVALID KEY
              MOVE "N" TO CLHold
           NOT INVALID KEY
              CONTINUE
       END-READ.

*> the customer's last letter; none on file is level zero
FetchDunningHistory.
       MOVE "N" TO WSDunOnFile
       MOVE WSLetterIDNum TO DNIDNum
       READ DunningFile
           INVALID KEY
              MOVE WSLetterIDNum TO DNIDNum
              MOVE 0 TO DNLevel
              MOVE 0 TO DNDate
           NOT INVALID KEY
              MOVE "Y" TO WSDunOnFile
       END-READ.

*> lists the customer instead of lettering them, with the reason
AddToHeldList.
       IF WSHeldCount < 500 THEN
              ADD 1 TO WSHeldCount
              MOVE WSLetterIDNum TO WSHTIDNum(WSHeldCount)
              EVALUATE TRUE
                  WHEN WSCTDisputed(WSCustIndex) = "Y"
                     MOVE "DISPUTED ITEM OPEN"
                         TO WSHTReason(WSHeldCount)
                  WHEN CLOnHold
                     MOVE "ON CREDIT HOLD"
                         TO WSHTReason(WSHeldCount)
                  WHEN NOT AddrOK
                     MOVE "NO MAILING ADDRESS ON FILE"
                         TO WSHTReason(WSHeldCount)
                  WHEN OTHER
                     MOVE "RETURNED MAIL - ADDRESS HELD"
                         TO WSHTReason(WSHeldCount)
              END-EVALUATE
       END-IF.

*> puts the letter the customer would have had on the held-mail report
HoldReturnedMail.
       ADD 1 TO WSHeldMailCount
       MOVE WSRunDate TO HMRunDate
       MOVE "ardunlet" TO HMProgram
       MOVE WSLetterIDNum TO HMIDNum
       MOVE SPACES TO HMName
       STRING FirstName DELIMITED BY "  "
           " " DELIMITED BY SIZE
           LastName DELIMITED BY SIZE
           INTO HMName
       MOVE CAReturnDate TO HMReturnDate
       EVALUATE TRUE
           WHEN CARetStatement MOVE "STATEMENT" TO HMReturnType
           WHEN CARetVoter     MOVE "VOTER" TO HMReturnType
           WHEN CARetLetter    MOVE "LETTER" TO HMReturnType
           WHEN OTHER          MOVE "OTHER" TO HMReturnType
       END-EVALUATE
       WRITE HeldMailData FROM HeldMailRecord.

*> the next letter up from the last one, but at least what the aging
*> calls for; a customer already sent the final demand is listed for
*> collections instead of being sent it again
ChooseLetterLevel.
       IF DNDate = 0 THEN
              MOVE 999 TO WSDaysOld
       ELSE
              MOVE DNDate TO WSInvDate
              COMPUTE WSDaysOld =
                  (WSRunYYYY - WSInvYYYY) * 365
                  + (WSRunMM - WSInvMM) * 30
                  + (WSRunDD - WSInvDD)
       END-IF
       EVALUATE TRUE
           WHEN WSDaysOld < WSLetterInterval
              ADD 1 TO WSNotDueCount
           WHEN DNFinal
              IF WSHeldCount < 500 THEN
                     ADD 1 TO WSHeldCount
                     MOVE WSLetterIDNum TO WSHTIDNum(WSHeldCount)
                     MOVE "FINAL DEMAND ALREADY SENT - REFER"
                         TO WSHTReason(WSHeldCount)
              END-IF
           WHEN OTHER
              COMPUTE WSLetterLevel = DNLevel + 1
              IF WSCTAgeLevel(WSCustIndex) > WSLetterLevel THEN
                     MOVE WSCTAgeLevel(WSCustIndex) TO WSLetterLevel
              END-IF
              PERFORM PrintOneLetter
              PERFORM RecordLetter
       END-EVALUATE.

*> one letter page: the name and mailing address, the wording for the
*> level, the overdue invoices and the total overdue
PrintOneLetter.
       ADD 1 TO WSLetterCount
       IF WSLetterCount > 1 THEN
              MOVE "P" TO RPTOperation
              CALL WSReportProgram USING ReportControl
       END-IF
       MOVE SPACES TO RPTLine
       STRING FirstName " " LastName
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteLetterLine
       MOVE CAStreet TO RPTLine
       PERFORM WriteLetterLine
       MOVE SPACES TO RPTLine
       STRING CACity ", " CAState " " CAZip
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteLetterLine
       MOVE SPACES TO RPTLine
       PERFORM WriteLetterLine
       MOVE SPACES TO RPTLine
       STRING "Customer " WSLetterIDNum "          Date " WSRunDate
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteLetterLine
       MOVE SPACES TO RPTLine
       PERFORM WriteLetterLine
       PERFORM PrintLetterWording
       MOVE SPACES TO RPTLine
       PERFORM WriteLetterLine
       MOVE 0 TO WSLetterTotal
       PERFORM PrintOverdueItems
       MOVE WSLetterTotal TO WSEditTotal
       MOVE SPACES TO RPTLine
       STRING "TOTAL OVERDUE: " WSEditTotal
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteLetterLine.

*> the wording for the letter level being sent
PrintLetterWording.
       EVALUATE WSLetterLevel
           WHEN 1
              ADD 1 TO WSReminderCount
              MOVE "FIRST REMINDER" TO RPTLine
              PERFORM WriteLetterLine
              MOVE "Our records show the invoices below are past due."
                  TO RPTLine
              PERFORM WriteLetterLine
              MOVE "If you have already paid, please disregard this "
                  & "reminder." TO RPTLine
              PERFORM WriteLetterLine
           WHEN 2
              ADD 1 TO WSSecondCount
              MOVE "SECOND NOTICE" TO RPTLine
              PERFORM WriteLetterLine
              MOVE "The invoices below are still unpaid despite our "
                  & "earlier reminder." TO RPTLine
              PERFORM WriteLetterLine
              MOVE "Please send payment of the overdue balance now."
                  TO RPTLine
              PERFORM WriteLetterLine
           WHEN OTHER
              ADD 1 TO WSFinalCount
              MOVE "FINAL DEMAND" TO RPTLine
              PERFORM WriteLetterLine
              MOVE "Unless the overdue balance below is paid within "
                  & "ten days, your" TO RPTLine
              PERFORM WriteLetterLine
              MOVE "account will be referred for collection without "
                  & "further notice." TO RPTLine
              PERFORM WriteLetterLine
       END-EVALUATE.

*> the customer's open invoices 30 days and more past due, oldest first
PrintOverdueItems.
       MOVE "N" TO WSAREOF
       MOVE 0 TO ARInvNum
       START ARInvoiceFile KEY NOT LESS THAN ARInvNum
           INVALID KEY MOVE "Y" TO WSAREOF
       END-START
       PERFORM ReadNextInvoice
       PERFORM UNTIL AREOF
              IF ARIDNum = WSLetterIDNum AND AROpen
                  AND AROpenBal > 0 THEN
                     PERFORM ComputeItemAge
                     IF WSThisLevel > 0 THEN
                            ADD AROpenBal TO WSLetterTotal
                            MOVE AROpenBal TO WSEditAmount
                            MOVE SPACES TO RPTLine
                            STRING "Invoice " ARInvNum
                                "  dated " ARInvDate
                                "  open " WSEditAmount
                                "  days past due " WSDaysOld
                                DELIMITED BY SIZE INTO RPTLine
                            PERFORM WriteLetterLine
                     END-IF
              END-IF
              PERFORM ReadNextInvoice
       END-PERFORM.

*> remembers the letter level sent and when, so the next run escalates
RecordLetter.
       MOVE WSLetterIDNum TO DNIDNum
       MOVE WSLetterLevel TO DNLevel
       MOVE WSRunDate TO DNDate
       IF DunOnFile THEN
              REWRITE DunningRecord
       ELSE
              WRITE DunningRecord
       END-IF.

*> the second report: every past-due customer listed instead of
*> lettered, for collections to work by hand
PrintHeldList.
       MOVE "O" TO RPTOperation
       MOVE "DunningHeld.txt" TO RPTFileName
       MOVE "ardunlet" TO RPTProgram
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Past-Due Customers Not Lettered" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
       CALL WSReportProgram USING ReportControl
       PERFORM VARYING WSCustIndex FROM 1 BY 1
           UNTIL WSCustIndex > WSHeldCount
              MOVE WSHTIDNum(WSCustIndex) TO IDNum
              MOVE SPACES TO WSCustName
              READ CustomerFile
                  INVALID KEY
                     MOVE "(not on master)" TO WSCustName
                  NOT INVALID KEY
                     STRING FirstName " " LastName
                         DELIMITED BY SIZE INTO WSCustName
              END-READ
              MOVE SPACES TO RPTLine
              STRING WSHTIDNum(WSCustIndex) " " WSCustName " "
                  WSHTReason(WSCustIndex)
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteLetterLine
       END-PERFORM
       MOVE SPACES TO RPTLine
       STRING "Customers listed: " WSHeldCount
           DELIMITED BY SIZE INTO RPTLine
       MOVE "T" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       MOVE "C" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> cobc -x ardunlet.cbl          to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./ardunlet                    to run the program
