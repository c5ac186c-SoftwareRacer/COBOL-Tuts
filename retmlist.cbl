>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. retmlist.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CustAddrFile ASSIGN TO "CustAddr.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CAIDNum
           FILE STATUS IS WSAddrFileStatus.

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

DATA DIVISION.
FILE SECTION.
FD  CustAddrFile.
COPY CADDREC.

FD  ARInvoiceFile.
COPY ARINV.

FD  CustomerFile.
COPY CUSTREC.

WORKING-STORAGE SECTION.
01 WSAddrFileStatus PIC XX VALUE "00".
01 WSARFileStatus   PIC XX VALUE "00".
01 WSCustFileStatus PIC XX VALUE "00".

01 WSAddrEOF PIC X VALUE "N".
       88 AddrEOF VALUE "Y".

01 WSAREOF PIC X VALUE "N".
       88 AREOF VALUE "Y".

*> the customers whose address is flagged returned, gathered off the
*> address file first so the one pass over the open items can total
*> what each still owes
01 WSFlagCount PIC 9(3) VALUE 0.
01 WSFlagTable.
       02 WSFlagEntry OCCURS 500 TIMES.
           03 WSFTIDNum      PIC 9(5).
           03 WSFTReturnDate PIC 9(8).
           03 WSFTReturnType PIC X.
           03 WSFTItemCount  PIC 9(3).
           03 WSFTOpenBal    PIC 9(9)V99.

01 WSFlagIndex PIC 9(3) VALUE 0.
01 WSListedCount PIC 9(3) VALUE 0.
01 WSListedTotal PIC 9(9)V99 VALUE 0.

01 WSCustName PIC X(31) VALUE SPACES.
01 WSReturnTypeText PIC X(9) VALUE SPACES.

01 WSEditBalance PIC $$,$$$,$$9.99.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
MOVE "O" TO RPTOperation
MOVE "ReturnedMailAR.txt" TO RPTFileName
MOVE "retmlist" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Returned-Mail Customers With Open Receivables" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl

OPEN INPUT CustAddrFile
OPEN INPUT ARInvoiceFile
OPEN INPUT CustomerFile

PERFORM GatherFlaggedAddresses
PERFORM TotalOpenItems

MOVE "Cust.  Name                            Returned Type       Itm       Balance"
    TO RPTLine
PERFORM WriteListLine
PERFORM VARYING WSFlagIndex FROM 1 BY 1
    UNTIL WSFlagIndex > WSFlagCount
       IF WSFTOpenBal(WSFlagIndex) > 0 THEN
              PERFORM PrintFlaggedCustomer
       END-IF
END-PERFORM

CLOSE CustAddrFile
CLOSE ARInvoiceFile
CLOSE CustomerFile

MOVE WSListedTotal TO WSEditBalance
MOVE SPACES TO RPTLine
STRING "Customers listed: " WSListedCount
    "  Owing in total: " WSEditBalance
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Addresses flagged returned: " WSFlagCount
DISPLAY "Flagged and still owing   : " WSListedCount
DISPLAY "List written to ReturnedMailAR.txt"

STOP RUN.

*> writes one list line through the report service
WriteListLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> one pass over the address file picks out every returned address
GatherFlaggedAddresses.
       MOVE "N" TO WSAddrEOF
       MOVE 0 TO CAIDNum
       START CustAddrFile KEY NOT LESS THAN CAIDNum
           INVALID KEY MOVE "Y" TO WSAddrEOF
       END-START
       PERFORM ReadNextAddress
       PERFORM UNTIL AddrEOF
              IF CAMailReturned AND WSFlagCount < 500 THEN
                     ADD 1 TO WSFlagCount
                     MOVE CAIDNum TO WSFTIDNum(WSFlagCount)
                     MOVE CAReturnDate TO WSFTReturnDate(WSFlagCount)
                     MOVE CAReturnType TO WSFTReturnType(WSFlagCount)
                     MOVE 0 TO WSFTItemCount(WSFlagCount)
                     MOVE 0 TO WSFTOpenBal(WSFlagCount)
              END-IF
              PERFORM ReadNextAddress
       END-PERFORM.

*> reads the next address in IDNum order
ReadNextAddress.
       IF NOT AddrEOF THEN
              READ CustAddrFile NEXT RECORD
                  AT END MOVE "Y" TO WSAddrEOF
              END-READ
       END-IF.

*> one pass over the open items adds each into its flagged customer
TotalOpenItems.
       MOVE "N" TO WSAREOF
       MOVE 0 TO ARInvNum
       START ARInvoiceFile KEY NOT LESS THAN ARInvNum
           INVALID KEY MOVE "Y" TO WSAREOF
       END-START
       PERFORM ReadNextInvoice
       PERFORM UNTIL AREOF
              IF AROpen AND AROpenBal > 0 THEN
                     PERFORM AddToFlaggedCustomer
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

*> adds the open item to its customer's slot when they are flagged
AddToFlaggedCustomer.
       PERFORM VARYING WSFlagIndex FROM 1 BY 1
           UNTIL WSFlagIndex > WSFlagCount
              IF WSFTIDNum(WSFlagIndex) = ARIDNum THEN
                     ADD 1 TO WSFTItemCount(WSFlagIndex)
                     ADD AROpenBal TO WSFTOpenBal(WSFlagIndex)
              END-IF
       END-PERFORM.

*> one line per returned-mail customer who still owes us money
PrintFlaggedCustomer.
       ADD 1 TO WSListedCount
       ADD WSFTOpenBal(WSFlagIndex) TO WSListedTotal
       MOVE SPACES TO WSCustName
       MOVE WSFTIDNum(WSFlagIndex) TO IDNum
       READ CustomerFile
           INVALID KEY
              MOVE "(not on the master)" TO WSCustName
           NOT INVALID KEY
              STRING FirstName DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  LastName DELIMITED BY SIZE
                  INTO WSCustName
       END-READ
       EVALUATE WSFTReturnType(WSFlagIndex)
           WHEN "S" MOVE "STATEMENT" TO WSReturnTypeText
           WHEN "V" MOVE "VOTER" TO WSReturnTypeText
           WHEN "L" MOVE "LETTER" TO WSReturnTypeText
           WHEN OTHER MOVE "OTHER" TO WSReturnTypeText
       END-EVALUATE
       MOVE WSFTOpenBal(WSFlagIndex) TO WSEditBalance
       MOVE SPACES TO RPTLine
       STRING WSFTIDNum(WSFlagIndex) "  " WSCustName " "
           WSFTReturnDate(WSFlagIndex) " " WSReturnTypeText "  "
           WSFTItemCount(WSFlagIndex) " " WSEditBalance
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteListLine.

*> cobc -x retmlist.cbl          to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./retmlist                    to run the program
