>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. feebill.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL EnrollRegFile ASSIGN TO "EnrollReg.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ERKey
           FILE STATUS IS WSRegFileStatus.

       SELECT OPTIONAL FeeSchedFile ASSIGN TO "FeeSched.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL SectionEnrollFile ASSIGN TO "SectionEnroll.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL FeeBilledFile ASSIGN TO "FeeBilled.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL StudentGuardFile ASSIGN TO "StuGuardian.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SGStudentID
           FILE STATUS IS WSGuardFileStatus.

       SELECT OPTIONAL StudentMasterFile ASSIGN TO "StudentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SMIDNum
           FILE STATUS IS WSStudentFileStatus.

       SELECT OPTIONAL ARInvoiceFile ASSIGN TO "ARInvoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARInvNum
           FILE STATUS IS WSARFileStatus.

       SELECT OPTIONAL ARControlFile ASSIGN TO "ARControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

       SELECT SortFile ASSIGN TO "FeeSort.tmp".

DATA DIVISION.
FILE SECTION.
*> the enrollment register - every student on it is billed the fees
*> for the grade of their latest admission
FD  EnrollRegFile.
COPY ENRREG.

*> the fee schedule feemaint keeps
FD  FeeSchedFile.
COPY FEESCHED.

*> the term's section placements - a course fee follows the course
FD  SectionEnrollFile.
COPY SECTENR.

*> the fee ledger - what is already on it for the term is not raised
*> again, and every fee raised here is added to it
FD  FeeBilledFile.
COPY FEEBILL.

*> the customer each student's guardian is billed as
FD  StudentGuardFile.
COPY STUGUARD.

*> the student master, for the name on the billing register
FD  StudentMasterFile.
COPY STUREC.

*> every fee is raised here as an ordinary open invoice, so guardian
*> statements and aging come out of the receivables programs
FD  ARInvoiceFile.
COPY ARINV.

*> the invoice-number sequence arinv keeps - a school fee takes the
*> next number like any keyed invoice
FD  ARControlFile.
01 ARControlRecord.
       02 ACLastInvNum PIC 9(6).

*> a guardian account no longer active on the master is never billed
FD  CustomerFile.
COPY CUSTREC.

*> the register sorted by student so a student admitted more than once
*> is billed once, in the grade of their latest admission
SD  SortFile.
01 SortRecord.
       02 SRIDNum PIC 9(5).
       02 SRDate  PIC 9(8).
       02 SRSeq   PIC 9(3).
       02 SRGrade PIC 99.

WORKING-STORAGE SECTION.
01 WSGuardFileStatus   PIC XX VALUE "00".
01 WSStudentFileStatus PIC XX VALUE "00".
01 WSCustFileStatus    PIC XX VALUE "00".
01 WSARFileStatus      PIC XX VALUE "00".
01 WSRegFileStatus     PIC XX VALUE "00".
       88 ARFileNotFound VALUE "35".

01 WSSortEOF PIC X VALUE "N".
       88 SortEOF VALUE "Y".

01 WSFeeEOF PIC X VALUE "N".
       88 FeeEOF VALUE "Y".

01 WSPlacementEOF PIC X VALUE "N".
       88 PlacementEOF VALUE "Y".

01 WSLedgerEOF PIC X VALUE "N".
       88 LedgerEOF VALUE "Y".

01 WSRunDate PIC 9(8) VALUE 0.

*> the run as keyed: the term and its first and last school days,
*> kept on the ledger so a withdrawal can credit the unused part
01 WSEntryTerm PIC 9(5) VALUE 0.
01 WSTermStart PIC 9(8) VALUE 0.
01 WSTermEnd   PIC 9(8) VALUE 0.

*> the students to bill, one entry each
01 WSStudentCount PIC 9(4) VALUE 0.
01 WSStudentTable.
       02 WSStudentEntry OCCURS 2000 TIMES.
           03 WSSTIDNum PIC 9(5).
           03 WSSTGrade PIC 99.

01 WSStudentIndex PIC 9(4) VALUE 0.

*> the fee schedule held in storage for the run
01 WSFeeCount PIC 9(3) VALUE 0.
01 WSFeeTable.
       02 WSFeeEntry OCCURS 200 TIMES.
           03 WSFTCode        PIC X(4).
           03 WSFTDescription PIC X(30).
           03 WSFTGrade       PIC 99.
           03 WSFTCourse      PIC X(6).
           03 WSFTAmount      PIC 9(5)V99.

01 WSFeeIndex PIC 9(3) VALUE 0.

*> the term's placements, student and course
01 WSPlacementCount PIC 9(4) VALUE 0.
01 WSPlacementTable.
       02 WSPlacementEntry OCCURS 3000 TIMES.
           03 WSPLStudentID PIC 9(5).
           03 WSPLCourse    PIC X(6).

01 WSPlacementIndex PIC 9(4) VALUE 0.

*> the fees already on the ledger for the term
01 WSLedgerCount PIC 9(5) VALUE 0.
01 WSLedgerTable.
       02 WSLedgerEntry OCCURS 10000 TIMES.
           03 WSLGStudentID PIC 9(5).
           03 WSLGCode      PIC X(4).

01 WSLedgerIndex PIC 9(5) VALUE 0.

01 WSFeeApplies PIC X VALUE "N".
       88 FeeApplies VALUE "Y".

01 WSAlreadyBilled PIC X VALUE "N".
       88 AlreadyBilled VALUE "Y".

*> the student's guardian account, checked once per student on the
*> first fee that falls due
01 WSAccountStatus PIC X VALUE SPACE.
       88 AccountUnchecked VALUE SPACE.
       88 AccountValid     VALUE "V".
       88 AccountNone      VALUE "N".
       88 AccountMissing   VALUE "M".
       88 AccountInactive  VALUE "I".

01 WSCustID      PIC 9(5) VALUE 0.
01 WSStudentName PIC X(25) VALUE SPACES.

01 WSLastInvNum PIC 9(6) VALUE 0.

01 WSBilledCount    PIC 9(5) VALUE 0.
01 WSRerunCount     PIC 9(5) VALUE 0.
01 WSExceptionCount PIC 9(5) VALUE 0.
01 WSBilledTotal    PIC 9(9)V99 VALUE 0.

01 WSEditAmount PIC $$$,$$9.99.
01 WSEditTotal  PIC $$$,$$$,$$9.99.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
DISPLAY "Enter term (YYYYT): " WITH NO ADVANCING
ACCEPT WSEntryTerm
DISPLAY "Enter the term's first school day (YYYYMMDD): "
    WITH NO ADVANCING
ACCEPT WSTermStart
DISPLAY "Enter the term's last school day (YYYYMMDD): "
    WITH NO ADVANCING
ACCEPT WSTermEnd
EVALUATE TRUE
    WHEN WSEntryTerm = 0
       DISPLAY "Term must not be zero - fees not billed"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    WHEN WSTermStart = 0 OR WSTermEnd < WSTermStart
       DISPLAY "Term dates are not valid - fees not billed"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    WHEN OTHER
       CONTINUE
END-EVALUATE

SORT SortFile ON ASCENDING KEY SRIDNum SRDate SRSeq
    USING EnrollRegFile
    OUTPUT PROCEDURE IS LoadStudents
PERFORM LoadFeeSchedule
PERFORM LoadTermPlacements
PERFORM LoadTermLedger
PERFORM LoadARControl
PERFORM OpenARInvoiceFile
OPEN INPUT StudentGuardFile
OPEN INPUT StudentMasterFile
OPEN INPUT CustomerFile
OPEN EXTEND FeeBilledFile

MOVE "O" TO RPTOperation
MOVE "FeeBilling.txt" TO RPTFileName
MOVE "feebill" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "School Fee Billing Run" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl
MOVE SPACES TO RPTLine
STRING "Term " WSEntryTerm "  " WSTermStart " to " WSTermEnd
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine

PERFORM VARYING WSStudentIndex FROM 1 BY 1
    UNTIL WSStudentIndex > WSStudentCount
       PERFORM BillStudentFees
END-PERFORM

MOVE WSBilledTotal TO WSEditTotal
MOVE SPACES TO RPTLine
STRING "Fees raised " WSBilledCount "  Total billed " WSEditTotal
    "  Exceptions " WSExceptionCount
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

CLOSE FeeBilledFile
CLOSE CustomerFile
CLOSE StudentMasterFile
CLOSE StudentGuardFile
CLOSE ARInvoiceFile
PERFORM SaveARControl
DISPLAY "Fees raised                : " WSBilledCount
DISPLAY "Already billed this term   : " WSRerunCount
DISPLAY "Not billed - no account    : " WSExceptionCount
DISPLAY "Register written to FeeBilling.txt"

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> takes the register back by student, keeping one entry per student
*> in the grade of their latest admission
LoadStudents.
       MOVE "N" TO WSSortEOF
       MOVE 0 TO WSStudentCount
       PERFORM ReturnSortRecord
       PERFORM UNTIL SortEOF
              IF WSStudentCount > 0
                  AND SRIDNum = WSSTIDNum(WSStudentCount) THEN
                     MOVE SRGrade TO WSSTGrade(WSStudentCount)
              ELSE
                     IF WSStudentCount < 2000 THEN
                            ADD 1 TO WSStudentCount
                            MOVE SRIDNum TO WSSTIDNum(WSStudentCount)
                            MOVE SRGrade TO WSSTGrade(WSStudentCount)
                     END-IF
              END-IF
              PERFORM ReturnSortRecord
       END-PERFORM.

*> returns the next record off the sort
ReturnSortRecord.
       RETURN SortFile
           AT END MOVE "Y" TO WSSortEOF
       END-RETURN.

*> reads the whole fee schedule into storage
LoadFeeSchedule.
       MOVE "N" TO WSFeeEOF
       MOVE 0 TO WSFeeCount
       OPEN INPUT FeeSchedFile
       PERFORM ReadFeeRecord
       PERFORM UNTIL FeeEOF
              IF WSFeeCount < 200 THEN
                     ADD 1 TO WSFeeCount
                     MOVE FSCode TO WSFTCode(WSFeeCount)
                     MOVE FSDescription TO WSFTDescription(WSFeeCount)
                     MOVE FSGrade TO WSFTGrade(WSFeeCount)
                     MOVE FSCourse TO WSFTCourse(WSFeeCount)
                     MOVE FSAmount TO WSFTAmount(WSFeeCount)
              END-IF
              PERFORM ReadFeeRecord
       END-PERFORM
       CLOSE FeeSchedFile.

*> reads the next fee schedule line
ReadFeeRecord.
       READ FeeSchedFile
           AT END MOVE "Y" TO WSFeeEOF
       END-READ.

*> the term's section placements
LoadTermPlacements.
       MOVE "N" TO WSPlacementEOF
       MOVE 0 TO WSPlacementCount
       OPEN INPUT SectionEnrollFile
       PERFORM ReadPlacement
       PERFORM UNTIL PlacementEOF
              IF SETerm = WSEntryTerm AND WSPlacementCount < 3000 THEN
                     ADD 1 TO WSPlacementCount
                     MOVE SEStudentID
                         TO WSPLStudentID(WSPlacementCount)
                     MOVE SECourse TO WSPLCourse(WSPlacementCount)
              END-IF
              PERFORM ReadPlacement
       END-PERFORM
       CLOSE SectionEnrollFile.

*> reads the next placement line
ReadPlacement.
       READ SectionEnrollFile
           AT END MOVE "Y" TO WSPlacementEOF
       END-READ.

*> the fees the ledger already holds for the term
LoadTermLedger.
       MOVE "N" TO WSLedgerEOF
       MOVE 0 TO WSLedgerCount
       OPEN INPUT FeeBilledFile
       PERFORM ReadLedgerRecord
       PERFORM UNTIL LedgerEOF
              IF FBTerm = WSEntryTerm AND WSLedgerCount < 10000 THEN
                     ADD 1 TO WSLedgerCount
                     MOVE FBStudentID TO WSLGStudentID(WSLedgerCount)
                     MOVE FBCode TO WSLGCode(WSLedgerCount)
              END-IF
              PERFORM ReadLedgerRecord
       END-PERFORM
       CLOSE FeeBilledFile.

*> reads the next ledger line
ReadLedgerRecord.
       READ FeeBilledFile
           AT END MOVE "Y" TO WSLedgerEOF
       END-READ.

*> picks up the last invoice number used
LoadARControl.
       OPEN INPUT ARControlFile
       READ ARControlFile
           AT END MOVE 0 TO WSLastInvNum
           NOT AT END MOVE ACLastInvNum TO WSLastInvNum
       END-READ
       CLOSE ARControlFile.

*> rewrites the control file to the last number this run used
SaveARControl.
       OPEN OUTPUT ARControlFile
       MOVE WSLastInvNum TO ACLastInvNum
       WRITE ARControlRecord
       CLOSE ARControlFile.

*> opens ARInvoice.dat for read/write, creating it if missing
OpenARInvoiceFile.
       OPEN I-O ARInvoiceFile
       IF ARFileNotFound THEN
              OPEN OUTPUT ARInvoiceFile
              CLOSE ARInvoiceFile
              OPEN I-O ARInvoiceFile
       END-IF.

*> runs one student down the fee schedule, raising every fee that
*> applies to their grade or to a course they are placed in and is
*> not on the ledger for the term already
BillStudentFees.
       MOVE SPACE TO WSAccountStatus
       PERFORM VARYING WSFeeIndex FROM 1 BY 1
           UNTIL WSFeeIndex > WSFeeCount
              PERFORM CheckFeeApplies
              IF FeeApplies THEN
                     PERFORM CheckAlreadyBilled
                     EVALUATE TRUE
                         WHEN AlreadyBilled
                            ADD 1 TO WSRerunCount
                         WHEN OTHER
                            PERFORM RaiseStudentFee
                     END-EVALUATE
              END-IF
       END-PERFORM.

*> a fee applies when its grade is zero or the student's grade, and
*> for a course fee only when the student is placed in the course
CheckFeeApplies.
       MOVE "N" TO WSFeeApplies
       IF WSFTGrade(WSFeeIndex) = 0
           OR WSFTGrade(WSFeeIndex) = WSSTGrade(WSStudentIndex) THEN
              IF WSFTCourse(WSFeeIndex) = SPACES THEN
                     MOVE "Y" TO WSFeeApplies
              ELSE
                     PERFORM VARYING WSPlacementIndex FROM 1 BY 1
                         UNTIL WSPlacementIndex > WSPlacementCount
                            OR FeeApplies
                            IF WSPLStudentID(WSPlacementIndex)
                                = WSSTIDNum(WSStudentIndex)
                                AND WSPLCourse(WSPlacementIndex)
                                = WSFTCourse(WSFeeIndex) THEN
                                   MOVE "Y" TO WSFeeApplies
                            END-IF
                     END-PERFORM
              END-IF
       END-IF.

*> a fee already on the ledger for the student this term is not
*> raised a second time
CheckAlreadyBilled.
       MOVE "N" TO WSAlreadyBilled
       PERFORM VARYING WSLedgerIndex FROM 1 BY 1
           UNTIL WSLedgerIndex > WSLedgerCount OR AlreadyBilled
              IF WSLGStudentID(WSLedgerIndex) = WSSTIDNum(WSStudentIndex)
                  AND WSLGCode(WSLedgerIndex) = WSFTCode(WSFeeIndex)
              THEN
                     MOVE "Y" TO WSAlreadyBilled
              END-IF
       END-PERFORM.

*> raises the fee against the guardian's account, or lists it as an
*> exception when the student has no account that can be billed
RaiseStudentFee.
       IF AccountUnchecked THEN
              PERFORM CheckGuardianAccount
       END-IF
       IF AccountValid THEN
              PERFORM WriteFeeInvoice
       ELSE
              ADD 1 TO WSExceptionCount
              PERFORM PrintExceptionLine
       END-IF.

*> finds the student's guardian account and checks it is an active
*> customer; also fetches the student's name for the register
CheckGuardianAccount.
       MOVE WSSTIDNum(WSStudentIndex) TO SMIDNum
       MOVE "(not on master)" TO WSStudentName
       READ StudentMasterFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE SMName TO WSStudentName
       END-READ
       MOVE 0 TO WSCustID
       MOVE WSSTIDNum(WSStudentIndex) TO SGStudentID
       READ StudentGuardFile
           INVALID KEY
              MOVE "N" TO WSAccountStatus
           NOT INVALID KEY
              MOVE SGCustID TO WSCustID
              PERFORM CheckCustomerActive
       END-READ.

*> the guardian account must still be active on the customer master
CheckCustomerActive.
       MOVE WSCustID TO IDNum
       READ CustomerFile
           INVALID KEY
              MOVE "M" TO WSAccountStatus
           NOT INVALID KEY
              IF CustActive THEN
                     MOVE "V" TO WSAccountStatus
              ELSE
                     MOVE "I" TO WSAccountStatus
              END-IF
       END-READ.

*> raises the fee as an ordinary open invoice under the next number
*> and puts it on the ledger with the term it covers
WriteFeeInvoice.
       ADD 1 TO WSLastInvNum
       MOVE WSLastInvNum TO ARInvNum
       MOVE WSCustID TO ARIDNum
       MOVE WSRunDate TO ARInvDate
       MOVE WSFTAmount(WSFeeIndex) TO ARAmount
       MOVE WSFTAmount(WSFeeIndex) TO AROpenBal
       MOVE "O" TO ARStatus
       MOVE "R" TO ARType
       MOVE "N" TO ARDispute
       WRITE ARInvoiceRecord
           INVALID KEY
              DISPLAY "Invoice number collision on " WSLastInvNum
                  " - fix ARControl.dat"
           NOT INVALID KEY
              PERFORM WriteLedgerLine
              ADD 1 TO WSBilledCount
              ADD WSFTAmount(WSFeeIndex) TO WSBilledTotal
              PERFORM PrintBilledLine
       END-WRITE.

*> one ledger line for the fee just raised
WriteLedgerLine.
       MOVE WSSTIDNum(WSStudentIndex) TO FBStudentID
       MOVE WSEntryTerm TO FBTerm
       MOVE WSFTCode(WSFeeIndex) TO FBCode
       MOVE WSLastInvNum TO FBInvNum
       MOVE WSCustID TO FBCustID
       MOVE WSFTAmount(WSFeeIndex) TO FBAmount
       MOVE 0 TO FBCredited
       MOVE WSTermStart TO FBTermStart
       MOVE WSTermEnd TO FBTermEnd
       MOVE WSRunDate TO FBBillDate
       WRITE FeeBilledRecord.

*> one register line per fee raised
PrintBilledLine.
       MOVE WSFTAmount(WSFeeIndex) TO WSEditAmount
       MOVE SPACES TO RPTLine
       STRING WSSTIDNum(WSStudentIndex) " " WSStudentName
           " Grade " WSSTGrade(WSStudentIndex)
           "  guardian account " WSCustID
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING "    " WSFTCode(WSFeeIndex) " "
           WSFTDescription(WSFeeIndex)
           " " WSEditAmount "  invoice " WSLastInvNum
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine.

*> one register line per fee not raised, with the reason
PrintExceptionLine.
       MOVE SPACES TO RPTLine
       EVALUATE TRUE
           WHEN AccountNone
              STRING WSSTIDNum(WSStudentIndex) " "
                  WSFTCode(WSFeeIndex)
                  "  NOT BILLED - NO GUARDIAN ACCOUNT"
                  DELIMITED BY SIZE INTO RPTLine
           WHEN AccountMissing
              STRING WSSTIDNum(WSStudentIndex) " "
                  WSFTCode(WSFeeIndex)
                  "  NOT BILLED - ACCOUNT " WSCustID
                  " NOT ON CUSTOMER MASTER"
                  DELIMITED BY SIZE INTO RPTLine
           WHEN OTHER
              STRING WSSTIDNum(WSStudentIndex) " "
                  WSFTCode(WSFeeIndex)
                  "  NOT BILLED - ACCOUNT " WSCustID " NOT ACTIVE"
                  DELIMITED BY SIZE INTO RPTLine
       END-EVALUATE
       PERFORM WriteReportLine.

*> cobc -x feebill.cbl           to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./feebill                     to run the program
