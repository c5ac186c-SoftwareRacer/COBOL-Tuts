           RECORD KEY IS CAIDNum
           FILE STATUS IS WSAddrFileStatus.

       SELECT OPTIONAL HeldMailFile ASSIGN TO "HeldMail.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ARInvoiceFile.
FD  CustAddrFile.
COPY CADDREC.

*> customers whose address the post office has sent mail back from -
*> no statement is printed, the customer goes on the shared held-mail
*> report instead
FD  HeldMailFile.
01 HeldMailData PIC X(84).

WORKING-STORAGE SECTION.
01 WSARFileStatus   PIC XX VALUE "00".
01 WSCustFileStatus PIC XX VALUE "00".
01 WSStatementIDNum PIC 9(5) VALUE 0.
01 WSCustBalance    PIC 9(9)V99 VALUE 0.
01 WSStatementCount PIC 9(3) VALUE 0.
01 WSHeldMailCount  PIC 9(3) VALUE 0.

01 WSRunDate PIC 9(8) VALUE 0.
01 WSAddrReturned PIC X VALUE "N".
       88 AddrReturned VALUE "Y".

COPY HELDMAIL.

01 WSEditAmount  PIC $$$$,$$9.99.
01 WSEditBalance PIC $$,$$$,$$9.99.
PROCEDURE DIVISION.
MOVE "O" TO RPTOperation
MOVE "Statements.txt" TO RPTFileName
MOVE "arstmt" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Monthly Customer Statements" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
OPEN INPUT ARInvoiceFile
OPEN INPUT CustomerFile
OPEN INPUT CustAddrFile
OPEN EXTEND HeldMailFile
ACCEPT WSRunDate FROM DATE YYYYMMDD

PERFORM GatherOpenCustomers
PERFORM VARYING WSCustIndex FROM 1 BY 1
    UNTIL WSCustIndex > WSCustCount
       MOVE WSCTIDNum(WSCustIndex) TO WSStatementIDNum
       PERFORM CheckAddressReturned
       IF AddrReturned THEN
              PERFORM HoldStatement
       ELSE
              PERFORM PrintOneStatement
       END-IF
END-PERFORM

CLOSE ARInvoiceFile
CLOSE CustomerFile
CLOSE CustAddrFile
CLOSE HeldMailFile

MOVE SPACES TO RPTLine
STRING "Statements printed: " WSStatementCount
CALL WSReportProgram USING ReportControl

DISPLAY "Statements printed: " WSStatementCount
DISPLAY "Held for returned mail: " WSHeldMailCount
DISPLAY "Statements written to Statements.txt"

STOP RUN.
              MOVE ARIDNum TO WSCTIDNum(WSCustCount)
       END-IF.

*> an address the post office has sent mail back from gets no
*> statement until a new one is keyed
CheckAddressReturned.
       MOVE "N" TO WSAddrReturned
       MOVE WSStatementIDNum TO CAIDNum
       READ CustAddrFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF CAMailReturned THEN
                     MOVE "Y" TO WSAddrReturned
              END-IF
       END-READ.

*> lists the customer on the held-mail report in place of a statement
HoldStatement.
       ADD 1 TO WSHeldMailCount
       MOVE WSRunDate TO HMRunDate
       MOVE "arstmt" TO HMProgram
       MOVE WSStatementIDNum TO HMIDNum
       MOVE SPACES TO HMName
       MOVE WSStatementIDNum TO IDNum
       READ CustomerFile
           INVALID KEY
              MOVE "(not on the master)" TO HMName
           NOT INVALID KEY
              STRING FirstName DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  LastName DELIMITED BY SIZE
                  INTO HMName
       END-READ
       MOVE CAReturnDate TO HMReturnDate
       EVALUATE TRUE
           WHEN CARetStatement MOVE "STATEMENT" TO HMReturnType
           WHEN CARetVoter     MOVE "VOTER" TO HMReturnType
           WHEN CARetLetter    MOVE "LETTER" TO HMReturnType
           WHEN OTHER          MOVE "OTHER" TO HMReturnType
       END-EVALUATE
       WRITE HeldMailData FROM HeldMailRecord.

*> one statement page: the name and mailing address at the top, one
*> line per open invoice, and the balance owed at the bottom
PrintOneStatement.
