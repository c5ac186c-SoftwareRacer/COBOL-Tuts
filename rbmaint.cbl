>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. rbmaint.
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

       SELECT OPTIONAL CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

DATA DIVISION.
FILE SECTION.
*> the recurring-billing templates the arbill month-end run invoices
*> from - this is the program that keys standing monthly charges
*> instead of the clerk re-keying them into arinv every month
FD  RecurBillFile.
COPY RECBILL.

FD  CustomerFile.
COPY CUSTREC.

WORKING-STORAGE SECTION.
01 WSCustFileStatus PIC XX VALUE "00".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuAdd    VALUE "1".
       88 MenuChange VALUE "2".
       88 MenuStop   VALUE "3".
       88 MenuDelete VALUE "4".
       88 MenuList   VALUE "5".
       88 MenuExit   VALUE "X", "x".

01 WSTemplateEOF PIC X VALUE "N".
       88 TemplateEOF VALUE "Y".

*> the whole file held in storage while the clerk works - one line
*> per standing charge, so it stays small
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
01 WSFoundIndex    PIC 9(3) VALUE 0.

*> staging area a template transaction is keyed into before it goes
*> anywhere near the table
01 WSEntryIDNum       PIC 9(5) VALUE 0.
01 WSEntryCode        PIC X(4) VALUE SPACES.
01 WSEntryAmount      PIC 9(7)V99 VALUE 0.
01 WSEntryDescription PIC X(30) VALUE SPACES.
01 WSEntryFrequency   PIC X VALUE "M".
       88 EntryFrequencyOK VALUE "M", "Q", "A".
01 WSEntryStartDate   PIC 9(8) VALUE 0.
01 WSEntryStopDate    PIC 9(8) VALUE 0.

01 WSCustomerOK PIC X VALUE "N".
       88 CustomerOK VALUE "Y".

01 WSTermsOK PIC X VALUE "N".
       88 TermsOK VALUE "Y".

01 WSEditAmount PIC $$,$$$,$$9.99.

PROCEDURE DIVISION.
PERFORM LoadTemplateFile
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuAdd    PERFORM AddTemplate
           WHEN MenuChange PERFORM ChangeTemplate
           WHEN MenuStop   PERFORM StopTemplate
           WHEN MenuDelete PERFORM DeleteTemplate
           WHEN MenuList   PERFORM ListTemplates
           WHEN OTHER      DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM

STOP RUN.

*> shows the clerk menu and accepts their next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Add a recurring billing template"
       DISPLAY "2. Change a recurring billing template"
       DISPLAY "3. Stop a template as of a date"
       DISPLAY "4. Delete a template"
       DISPLAY "5. List templates on file"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> reads the whole maintained file into the table
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

*> reads the next maintained template line
ReadTemplateRecord.
       READ RecurBillFile
           AT END MOVE "Y" TO WSTemplateEOF
       END-READ.

*> rewrites the maintained file from the table after a change
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

*> prompts for the customer and template code a transaction is to run
*> against, confirms the customer is active on the master, and finds
*> the table entry if one is already on file
AcceptEntryKey.
       MOVE "N" TO WSCustomerOK
       DISPLAY "Enter customer ID: " WITH NO ADVANCING
       ACCEPT WSEntryIDNum
       OPEN INPUT CustomerFile
       MOVE WSEntryIDNum TO IDNum
       READ CustomerFile
           INVALID KEY
              DISPLAY "Customer " WSEntryIDNum
                  " not on the customer master"
           NOT INVALID KEY
              DISPLAY "Customer on file: " FirstName " " LastName
              IF CustActive THEN
                     MOVE "Y" TO WSCustomerOK
              ELSE
                     DISPLAY "Customer is not active"
              END-IF
       END-READ
       CLOSE CustomerFile
       DISPLAY "Enter template code: " WITH NO ADVANCING
       ACCEPT WSEntryCode
       MOVE 0 TO WSFoundIndex
       PERFORM VARYING WSTemplateIndex FROM 1 BY 1
           UNTIL WSTemplateIndex > WSTemplateCount
              IF WSTTIDNum(WSTemplateIndex) = WSEntryIDNum
                  AND WSTTCode(WSTemplateIndex) = WSEntryCode THEN
                     MOVE WSTemplateIndex TO WSFoundIndex
              END-IF
       END-PERFORM.

*> prompts for the charge's terms and checks they hang together
AcceptEntryTerms.
       MOVE "Y" TO WSTermsOK
       DISPLAY "Enter amount per billing: " WITH NO ADVANCING
       ACCEPT WSEntryAmount
       DISPLAY "Enter description: " WITH NO ADVANCING
       ACCEPT WSEntryDescription
       DISPLAY "Frequency M monthly, Q quarterly, A annual: "
           WITH NO ADVANCING
       ACCEPT WSEntryFrequency
       DISPLAY "Enter start date (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WSEntryStartDate
       DISPLAY "Enter stop date (YYYYMMDD, 0 for open-ended): "
           WITH NO ADVANCING
       ACCEPT WSEntryStopDate
       EVALUATE TRUE
           WHEN WSEntryAmount = 0
              DISPLAY "Amount must be more than zero"
              MOVE "N" TO WSTermsOK
           WHEN NOT EntryFrequencyOK
              DISPLAY "Frequency must be M, Q or A"
              MOVE "N" TO WSTermsOK
           WHEN WSEntryStartDate = 0
              DISPLAY "A start date is required"
              MOVE "N" TO WSTermsOK
           WHEN WSEntryStopDate NOT = 0
               AND WSEntryStopDate < WSEntryStartDate
              DISPLAY "Stop date is before the start date"
              MOVE "N" TO WSTermsOK
       END-EVALUATE.

*> adds one template for a customer active on the master
AddTemplate.
       PERFORM AcceptEntryKey
       IF NOT CustomerOK THEN
              DISPLAY "Add skipped"
       ELSE
              IF WSFoundIndex NOT = 0 THEN
                     DISPLAY "That template is already on file, "
                         "add skipped"
              ELSE
                     PERFORM AddCheckedTemplate
              END-IF
       END-IF.

*> the add itself, once the key cleared
AddCheckedTemplate.
       IF WSTemplateCount >= 300 THEN
              DISPLAY "Template table is full, add not recorded"
       ELSE
              PERFORM AcceptEntryTerms
              IF NOT TermsOK THEN
                     DISPLAY "Add skipped"
              ELSE
                     ADD 1 TO WSTemplateCount
                     MOVE WSEntryIDNum TO WSTTIDNum(WSTemplateCount)
                     MOVE WSEntryCode TO WSTTCode(WSTemplateCount)
                     MOVE WSTemplateCount TO WSFoundIndex
                     PERFORM MoveEntryTerms
                     MOVE 0 TO WSTTLastPeriod(WSTemplateCount)
                     PERFORM SaveTemplateFile
                     DISPLAY "Template added"
              END-IF
       END-IF.

*> copies the keyed terms into the template slot being added or
*> changed
MoveEntryTerms.
       MOVE WSEntryAmount TO WSTTAmount(WSFoundIndex)
       MOVE WSEntryDescription TO WSTTDescription(WSFoundIndex)
       MOVE WSEntryFrequency TO WSTTFrequency(WSFoundIndex)
       MOVE WSEntryStartDate TO WSTTStartDate(WSFoundIndex)
       MOVE WSEntryStopDate TO WSTTStopDate(WSFoundIndex).

*> changes a template's terms in place - the last period billed is
*> the billing run's bookkeeping and stays as it was
ChangeTemplate.
       PERFORM AcceptEntryKey
       IF WSFoundIndex = 0 THEN
              DISPLAY "Template not on file, change skipped"
       ELSE
              PERFORM ShowOneTemplate
              PERFORM AcceptEntryTerms
              IF NOT TermsOK THEN
                     DISPLAY "Change skipped"
              ELSE
                     PERFORM MoveEntryTerms
                     PERFORM SaveTemplateFile
                     DISPLAY "Template changed"
              END-IF
       END-IF.

*> ends a standing charge as of a date without losing its history -
*> the run bills nothing for a period after the stop date
StopTemplate.
       PERFORM AcceptEntryKey
       IF WSFoundIndex = 0 THEN
              DISPLAY "Template not on file, stop skipped"
       ELSE
              PERFORM ShowOneTemplate
              DISPLAY "Enter stop date (YYYYMMDD): " WITH NO ADVANCING
              ACCEPT WSEntryStopDate
              IF WSEntryStopDate < WSTTStartDate(WSFoundIndex) THEN
                     DISPLAY "Stop date is before the start date, "
                         "stop skipped"
              ELSE
                     MOVE WSEntryStopDate TO WSTTStopDate(WSFoundIndex)
                     PERFORM SaveTemplateFile
                     DISPLAY "Template stopped"
              END-IF
       END-IF.

*> removes one template keyed in error - a charge that has run its
*> course is stopped instead, and the invoices keep its history
DeleteTemplate.
       PERFORM AcceptEntryKey
       IF WSFoundIndex = 0 THEN
              DISPLAY "Template not on file, delete skipped"
       ELSE
              PERFORM VARYING WSTemplateIndex FROM WSFoundIndex BY 1
                  UNTIL WSTemplateIndex >= WSTemplateCount
                     MOVE WSTemplateEntry(WSTemplateIndex + 1)
                         TO WSTemplateEntry(WSTemplateIndex)
              END-PERFORM
              SUBTRACT 1 FROM WSTemplateCount
              PERFORM SaveTemplateFile
              DISPLAY "Template deleted"
       END-IF.

*> shows the template at WSFoundIndex before it is changed or stopped
ShowOneTemplate.
       MOVE WSTTAmount(WSFoundIndex) TO WSEditAmount
       DISPLAY "On file: " WSEditAmount " "
           WSTTDescription(WSFoundIndex) " freq "
           WSTTFrequency(WSFoundIndex) " from "
           WSTTStartDate(WSFoundIndex) " to "
           WSTTStopDate(WSFoundIndex) " last billed "
           WSTTLastPeriod(WSFoundIndex).

*> lists every template on file
ListTemplates.
       IF WSTemplateCount = 0 THEN
              DISPLAY "No recurring billing templates on file"
       END-IF
       PERFORM VARYING WSTemplateIndex FROM 1 BY 1
           UNTIL WSTemplateIndex > WSTemplateCount
              MOVE WSTTAmount(WSTemplateIndex) TO WSEditAmount
              DISPLAY "Customer " WSTTIDNum(WSTemplateIndex)
                  " " WSTTCode(WSTemplateIndex)
                  " " WSEditAmount
                  " " WSTTDescription(WSTemplateIndex)
                  " " WSTTFrequency(WSTemplateIndex)
                  " " WSTTStartDate(WSTemplateIndex)
                  "-" WSTTStopDate(WSTemplateIndex)
                  " last " WSTTLastPeriod(WSTemplateIndex)
       END-PERFORM.

*> cobc -x rbmaint.cbl           to load the program
*> ./rbmaint                     to run the program
