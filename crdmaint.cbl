>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. crdmaint.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CustCreditFile ASSIGN TO "CustCredit.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CLIDNum
           FILE STATUS IS WSCreditFileStatus.

       SELECT OPTIONAL CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

DATA DIVISION.
FILE SECTION.
*> the customer credit file this program keeps the limits and manual
*> holds on
FD  CustCreditFile.
COPY CUSTCRED.

FD  CustomerFile.
COPY CUSTREC.

WORKING-STORAGE SECTION.
01 WSCreditFileStatus PIC XX VALUE "00".
       88 CreditFileMissing VALUE "05", "35".

01 WSCustFileStatus PIC XX VALUE "00".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuShow    VALUE "1".
       88 MenuLimit   VALUE "2".
       88 MenuHold    VALUE "3".
       88 MenuRelease VALUE "4".
       88 MenuExit    VALUE "X", "x".

01 WSEntryIDNum PIC 9(5) VALUE 0.
01 WSEntryLimit PIC 9(7)V99 VALUE 0.
01 WSRunDate    PIC 9(8).

01 WSCustomerOK PIC X VALUE "N".
       88 CustomerOK VALUE "Y".

01 WSCreditOnFile PIC X VALUE "N".
       88 CreditOnFile VALUE "Y".

01 WSEditAmount PIC $$$,$$$,$$9.99.

*> credit terms are a supervisor decision, checked through the shared
*> opsignon service
01 WSSignOnProgram  PIC X(9) VALUE "opsignon".
01 WSSignOnCaller   PIC X(9) VALUE "crdmaint".
01 WSSignOnID       PIC X(8) VALUE SPACES.
01 WSSignOnPassword PIC X(8) VALUE SPACES.
01 WSSignOnLevel    PIC 9 VALUE 0.
       88 SupervisorSignedOn VALUE 2.

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
       PERFORM OpenCreditFile
       OPEN INPUT CustomerFile
       PERFORM DisplayMenu
       PERFORM UNTIL MenuExit
              EVALUATE TRUE
                  WHEN MenuShow    PERFORM ShowCredit
                  WHEN MenuLimit   PERFORM SetCreditLimit
                  WHEN MenuHold    PERFORM PlaceHold
                  WHEN MenuRelease PERFORM ReleaseHold
                  WHEN OTHER
                     DISPLAY "Invalid selection " WSMenuChoice
              END-EVALUATE
              PERFORM DisplayMenu
       END-PERFORM
       CLOSE CustCreditFile
       CLOSE CustomerFile
ELSE
       DISPLAY "Sign-on failed or not a supervisor - "
           "credit maintenance refused"
       MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> shows the credit menu and accepts the next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Show a customer's credit"
       DISPLAY "2. Set a credit limit"
       DISPLAY "3. Place a customer on credit hold"
       DISPLAY "4. Release a credit hold"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> opens the credit file for update, creating it on a first run
OpenCreditFile.
       OPEN I-O CustCreditFile
       IF CreditFileMissing THEN
              OPEN OUTPUT CustCreditFile
              CLOSE CustCreditFile
              OPEN I-O CustCreditFile
       END-IF.

*> takes the customer ID and fetches the master and credit records; a
*> customer with no credit record yet starts with no limit and no hold
AcceptCustomer.
       DISPLAY "Enter customer ID: " WITH NO ADVANCING
       ACCEPT WSEntryIDNum
       MOVE "N" TO WSCustomerOK
       MOVE WSEntryIDNum TO IDNum
       READ CustomerFile
           INVALID KEY
              DISPLAY "Customer " WSEntryIDNum " not on the master"
           NOT INVALID KEY
              DISPLAY "Customer on file: " FirstName " " LastName
              MOVE "Y" TO WSCustomerOK
       END-READ
       MOVE "N" TO WSCreditOnFile
       MOVE WSEntryIDNum TO CLIDNum
       READ CustCreditFile
           INVALID KEY
              MOVE WSEntryIDNum TO CLIDNum
              MOVE 0 TO CLLimit
              MOVE "N" TO CLHold
              MOVE SPACE TO CLHoldReason
              MOVE 0 TO CLHoldDate
           NOT INVALID KEY
              MOVE "Y" TO WSCreditOnFile
       END-READ.

*> writes the credit record back, adding it the first time
SaveCredit.
       IF CreditOnFile THEN
              REWRITE CustCreditRecord
       ELSE
              WRITE CustCreditRecord
              MOVE "Y" TO WSCreditOnFile
       END-IF.

*> shows the limit and any hold with its reason and date
ShowCredit.
       PERFORM AcceptCustomer
       IF CustomerOK THEN
              MOVE CLLimit TO WSEditAmount
              IF CLLimit = 0 THEN
                     DISPLAY "Credit limit : none set"
              ELSE
                     DISPLAY "Credit limit : " WSEditAmount
              END-IF
              IF CLOnHold THEN
                     IF CLAgingHold THEN
                            DISPLAY "On hold since " CLHoldDate
                                " - 90+ day item (automatic)"
                     ELSE
                            DISPLAY "On hold since " CLHoldDate
                                " - placed by a supervisor"
                     END-IF
              ELSE
                     DISPLAY "Not on credit hold"
              END-IF
       END-IF.

*> keys a new limit (zero removes it)
SetCreditLimit.
       PERFORM AcceptCustomer
       IF CustomerOK THEN
              DISPLAY "Enter credit limit (0 = no limit): "
                  WITH NO ADVANCING
              ACCEPT WSEntryLimit
              MOVE WSEntryLimit TO CLLimit
              PERFORM SaveCredit
              DISPLAY "Credit limit set for customer " WSEntryIDNum
       END-IF.

*> a manual hold stays until a supervisor releases it - the nightly
*> run only lifts the holds it placed itself
PlaceHold.
       PERFORM AcceptCustomer
       IF CustomerOK THEN
              MOVE "H" TO CLHold
              MOVE "M" TO CLHoldReason
              MOVE WSRunDate TO CLHoldDate
              PERFORM SaveCredit
              DISPLAY "Customer " WSEntryIDNum " placed on credit hold"
       END-IF.

*> lifts a hold of either kind - an automatic one comes back on the
*> next nightly run if the 90+ day item is still open
ReleaseHold.
       PERFORM AcceptCustomer
       IF CustomerOK THEN
              IF NOT CLOnHold THEN
                     DISPLAY "Customer " WSEntryIDNum
                         " is not on credit hold"
              ELSE
                     MOVE "N" TO CLHold
                     MOVE SPACE TO CLHoldReason
                     MOVE 0 TO CLHoldDate
                     PERFORM SaveCredit
                     DISPLAY "Credit hold released for customer "
                         WSEntryIDNum
              END-IF
       END-IF.

*> cobc -x crdmaint.cbl          to load the program
*> cobc -m opsignon.cbl          builds the sign-on service it CALLs
*> ./crdmaint                    to run the program
