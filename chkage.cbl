>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. chkage.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CheckRegisterFile ASSIGN TO "CheckRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL RegisterWorkFile ASSIGN TO "CheckRegister.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL StaleParmFile ASSIGN TO "StaleParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL UnclaimedFile ASSIGN TO "Unclaimed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL EmployeeMasterFile ASSIGN TO "EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS EMIdent
           FILE STATUS IS WSEmpFileStatus.

       SELECT OPTIONAL EmpAddrFile ASSIGN TO "EmpAddr.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS EAIdent
           FILE STATUS IS WSAddrFileStatus.

DATA DIVISION.
FILE SECTION.
*> the register of every check cut - this run ages the outstanding
*> ones from the date they were issued, and moves one past the legal
*> holding period to "U" unclaimed, which takes it off the
*> outstanding total dayclose and the bank reconciliation carry
FD  CheckRegisterFile.
01 CheckRegisterRecord.
       02 CRCheckNum  PIC 9(6).
       02 CRIdent     PIC 9(3).
       02 CRPayPeriod PIC 9(6).
       02 CRAmount    PIC 9(5)V99.
       02 CRStatus    PIC X.
       02 CRIssueDate PIC 9(8).

*> work copy the register is rewritten through while it is aged
FD  RegisterWorkFile.
01 RegisterWorkRecord.
       02 RWCheckNum  PIC 9(6).
       02 RWIdent     PIC 9(3).
       02 RWPayPeriod PIC 9(6).
       02 RWAmount    PIC 9(5)V99.
       02 RWStatus    PIC X.
       02 RWIssueDate PIC 9(8).

*> the stale-list and holding-period limits chkmaint maintains
FD  StaleParmFile.
COPY STALEPRM.

*> every check moved to unclaimed, with the payee's name and last
*> known address, for the annual unclaimed-property report
FD  UnclaimedFile.
COPY UNCLAIM.

FD  EmployeeMasterFile.
COPY EMPREC.

FD  EmpAddrFile.
COPY EMPADDR.

WORKING-STORAGE SECTION.
01 WSEmpFileStatus  PIC XX VALUE "00".
01 WSAddrFileStatus PIC XX VALUE "00".

01 WSRegisterEOF PIC X VALUE "N".
       88 RegisterEOF VALUE "Y".

01 WSWorkEOF PIC X VALUE "N".
       88 WorkEOF VALUE "Y".

01 WSRunDate PIC 9(8) VALUE 0.
01 WSRun REDEFINES WSRunDate.
       02 WSRunYYYY PIC 9(4).
       02 WSRunMM   PIC 99.
       02 WSRunDD   PIC 99.

01 WSIssueDate PIC 9(8) VALUE 0.
01 WSIssue REDEFINES WSIssueDate.
       02 WSIssueYYYY PIC 9(4).
       02 WSIssueMM   PIC 99.
       02 WSIssueDD   PIC 99.

*> days outstanding approximated on a 365/30-day calendar, the same
*> way the receivables aging counts - close enough for a limit
*> measured in months
01 WSDaysOld PIC S9(5) VALUE 0.

*> the limits in force - the shop defaults of 90 days to the stale
*> list and a 365-day holding period when none are on file
01 WSStaleDays PIC 9(3) VALUE 90.
01 WSHoldDays  PIC 9(4) VALUE 365.

*> operands for the dynamic CALL dispatch into the shared callookup
*> calendar service - the check date of a period, for a register
*> entry written before checks carried their issue date
01 WSCalProgram   PIC X(9) VALUE "callookup".
01 WSCalDate      PIC 9(8) VALUE 0.
01 WSCalPeriod    PIC 9(6) VALUE 0.
01 WSCalStart     PIC 9(8) VALUE 0.
01 WSCalEnd       PIC 9(8) VALUE 0.
01 WSCalCheckDate PIC 9(8) VALUE 0.

*> the payee of the check on hand, off the master and address file
01 WSPayeeName   PIC X(20) VALUE SPACES.
01 WSPayeeStreet PIC X(25) VALUE SPACES.
01 WSPayeeCity   PIC X(15) VALUE SPACES.
01 WSPayeeState  PIC XX VALUE SPACES.
01 WSPayeeZip    PIC 9(5) VALUE 0.

01 WSAddressFound PIC X VALUE "N".
       88 AddressFound VALUE "Y".

01 WSOutCount       PIC 9(5) VALUE 0.
01 WSOutAmount      PIC 9(7)V99 VALUE 0.
01 WSStaleCount     PIC 9(5) VALUE 0.
01 WSStaleAmount    PIC 9(7)V99 VALUE 0.
01 WSUnclaimCount   PIC 9(5) VALUE 0.
01 WSUnclaimAmount  PIC 9(7)V99 VALUE 0.

01 WSEditAmount PIC $$$,$$9.99.
01 WSEditTotal  PIC $$,$$$,$$9.99.
01 WSEditDays   PIC ZZZZ9.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM LoadAgingLimits

MOVE "O" TO RPTOperation
MOVE "StaleChecks.txt" TO RPTFileName
MOVE "chkage" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Stale-Dated Check Report" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl

MOVE WSStaleDays TO WSEditDays
MOVE SPACES TO RPTLine
STRING "Run date " WSRunDate "   stale at " WSEditDays " days"
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine
MOVE WSHoldDays TO WSEditDays
MOVE SPACES TO RPTLine
STRING "                    unclaimed after " WSEditDays " days"
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine

OPEN INPUT EmployeeMasterFile
OPEN INPUT EmpAddrFile
OPEN EXTEND UnclaimedFile
PERFORM AgeRegister
CLOSE UnclaimedFile
CLOSE EmpAddrFile
CLOSE EmployeeMasterFile
PERFORM CopyWorkBackToRegister

MOVE SPACES TO RPTLine
PERFORM WriteReportLine
MOVE WSStaleAmount TO WSEditTotal
MOVE SPACES TO RPTLine
STRING "Stale checks to follow up:     " WSStaleCount "  " WSEditTotal
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine
MOVE WSUnclaimAmount TO WSEditTotal
MOVE SPACES TO RPTLine
STRING "Moved to unclaimed this run:   " WSUnclaimCount "  "
    WSEditTotal
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine
MOVE WSOutAmount TO WSEditTotal
MOVE SPACES TO RPTLine
STRING "Outstanding checks remaining: " WSOutCount "  " WSEditTotal
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Outstanding checks : " WSOutCount
DISPLAY "Stale checks       : " WSStaleCount
DISPLAY "Moved to unclaimed : " WSUnclaimCount
DISPLAY "Report written to StaleChecks.txt"

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> picks up the maintained limits, keeping the defaults when none are
*> on file
LoadAgingLimits.
       OPEN INPUT StaleParmFile
       READ StaleParmFile
           AT END
              CONTINUE
           NOT AT END
              IF SPStaleDays IS NUMERIC AND SPStaleDays > 0 THEN
                     MOVE SPStaleDays TO WSStaleDays
              END-IF
              IF SPHoldDays IS NUMERIC AND SPHoldDays > 0 THEN
                     MOVE SPHoldDays TO WSHoldDays
              END-IF
       END-READ
       CLOSE StaleParmFile.

*> one pass over the register into the work copy, ageing each
*> outstanding check on the way through
AgeRegister.
       MOVE "N" TO WSRegisterEOF
       OPEN INPUT CheckRegisterFile
       OPEN OUTPUT RegisterWorkFile
       PERFORM ReadRegister
       PERFORM UNTIL RegisterEOF
              IF CRStatus = "O" THEN
                     PERFORM AgeOneCheck
              END-IF
              PERFORM WriteWorkRecord
              PERFORM ReadRegister
       END-PERFORM
       CLOSE CheckRegisterFile
       CLOSE RegisterWorkFile.

*> reads the next check off the register
ReadRegister.
       READ CheckRegisterFile
           AT END MOVE "Y" TO WSRegisterEOF
       END-READ.

*> ages one outstanding check: past the holding period it goes
*> unclaimed, past the stale point it goes on the list for payroll to
*> contact the payee, and either way short of the holding period it
*> stays on the outstanding total
AgeOneCheck.
       PERFORM ResolveIssueDate
       MOVE CRIssueDate TO WSIssueDate
       COMPUTE WSDaysOld =
           (WSRunYYYY - WSIssueYYYY) * 365
           + (WSRunMM - WSIssueMM) * 30
           + (WSRunDD - WSIssueDD)
       IF WSDaysOld < 0 THEN
              MOVE 0 TO WSDaysOld
       END-IF
       EVALUATE TRUE
           WHEN WSDaysOld >= WSHoldDays
              PERFORM MoveToUnclaimed
           WHEN WSDaysOld >= WSStaleDays
              PERFORM ListStaleCheck
              ADD 1 TO WSOutCount
              ADD CRAmount TO WSOutAmount
           WHEN OTHER
              ADD 1 TO WSOutCount
              ADD CRAmount TO WSOutAmount
       END-EVALUATE.

*> a register entry written before checks carried their issue date is
*> dated from its period's check date on the maintained calendar, the
*> first of the period's month where the calendar does not cover it -
*> the date found is kept on the entry from then on
ResolveIssueDate.
       IF CRIssueDate IS NOT NUMERIC OR CRIssueDate = 0 THEN
              MOVE 0 TO WSCalDate
              MOVE CRPayPeriod TO WSCalPeriod
              CALL WSCalProgram USING WSCalDate, WSCalPeriod,
                  WSCalStart, WSCalEnd, WSCalCheckDate
              IF RETURN-CODE = 0 AND WSCalCheckDate > 0 THEN
                     MOVE WSCalCheckDate TO CRIssueDate
              ELSE
                     COMPUTE CRIssueDate = CRPayPeriod * 100 + 1
              END-IF
              MOVE 0 TO RETURN-CODE
       END-IF.

*> one stale check on the follow-up list, with the address payroll
*> can reach the payee at
ListStaleCheck.
       ADD 1 TO WSStaleCount
       ADD CRAmount TO WSStaleAmount
       PERFORM LookupPayee
       MOVE CRAmount TO WSEditAmount
       MOVE WSDaysOld TO WSEditDays
       MOVE SPACES TO RPTLine
       STRING "Check " CRCheckNum "  " CRIdent " " WSPayeeName
           " issued " CRIssueDate WSEditDays " days " WSEditAmount
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       PERFORM WritePayeeAddress.

*> moves a check past the holding period to unclaimed status and
*> files it, with the payee as known today, for the unclaimed-property
*> report
MoveToUnclaimed.
       ADD 1 TO WSUnclaimCount
       ADD CRAmount TO WSUnclaimAmount
       MOVE "U" TO CRStatus
       PERFORM LookupPayee
       MOVE CRCheckNum TO UCCheckNum
       MOVE CRIdent TO UCIdent
       MOVE CRPayPeriod TO UCPayPeriod
       MOVE CRAmount TO UCAmount
       MOVE CRIssueDate TO UCIssueDate
       MOVE WSRunDate TO UCUnclaimedDate
       MOVE WSPayeeName TO UCName
       MOVE WSPayeeStreet TO UCStreet
       MOVE WSPayeeCity TO UCCity
       MOVE WSPayeeState TO UCState
       MOVE WSPayeeZip TO UCZip
       WRITE UnclaimedRecord
       MOVE CRAmount TO WSEditAmount
       MOVE WSDaysOld TO WSEditDays
       MOVE SPACES TO RPTLine
       STRING "Check " CRCheckNum "  " CRIdent " " WSPayeeName
           " issued " CRIssueDate WSEditDays " days " WSEditAmount
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING "      *** MOVED TO UNCLAIMED - holding period passed"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       PERFORM WritePayeeAddress.

*> the payee's name off the master and last known address off the
*> address file
LookupPayee.
       MOVE "(not on master)" TO WSPayeeName
       MOVE CRIdent TO EMIdent
       READ EmployeeMasterFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE EMName TO WSPayeeName
       END-READ
       MOVE "N" TO WSAddressFound
       MOVE SPACES TO WSPayeeStreet
       MOVE SPACES TO WSPayeeCity
       MOVE SPACES TO WSPayeeState
       MOVE 0 TO WSPayeeZip
       MOVE CRIdent TO EAIdent
       READ EmpAddrFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE "Y" TO WSAddressFound
              MOVE EAStreet TO WSPayeeStreet
              MOVE EACity TO WSPayeeCity
              MOVE EAState TO WSPayeeState
              MOVE EAZip TO WSPayeeZip
       END-READ.

*> the payee's address line under the check, or a note that none is
*> on file
WritePayeeAddress.
       MOVE SPACES TO RPTLine
       IF AddressFound THEN
              STRING "      " WSPayeeStreet " " WSPayeeCity " "
                  WSPayeeState " " WSPayeeZip
                  DELIMITED BY SIZE INTO RPTLine
       ELSE
              STRING "      (no address on file)"
                  DELIMITED BY SIZE INTO RPTLine
       END-IF
       PERFORM WriteReportLine.

*> writes the check on hand, with whatever status it now carries, to
*> the work copy of the register
WriteWorkRecord.
       MOVE CRCheckNum TO RWCheckNum
       MOVE CRIdent TO RWIdent
       MOVE CRPayPeriod TO RWPayPeriod
       MOVE CRAmount TO RWAmount
       MOVE CRStatus TO RWStatus
       MOVE CRIssueDate TO RWIssueDate
       WRITE RegisterWorkRecord.

*> copies the aged work file back over the live register
CopyWorkBackToRegister.
       MOVE "N" TO WSWorkEOF
       OPEN INPUT RegisterWorkFile
       OPEN OUTPUT CheckRegisterFile
       PERFORM ReadRegisterWork
       PERFORM UNTIL WorkEOF
              MOVE RWCheckNum TO CRCheckNum
              MOVE RWIdent TO CRIdent
              MOVE RWPayPeriod TO CRPayPeriod
              MOVE RWAmount TO CRAmount
              MOVE RWStatus TO CRStatus
              MOVE RWIssueDate TO CRIssueDate
              WRITE CheckRegisterRecord
              PERFORM ReadRegisterWork
       END-PERFORM
       CLOSE RegisterWorkFile
       CLOSE CheckRegisterFile.

*> reads the next record back off the register work copy
ReadRegisterWork.
       READ RegisterWorkFile
           AT END MOVE "Y" TO WSWorkEOF
       END-READ.

*> cobc -x chkage.cbl            to load the program
*> cobc -m rptwrite.cbl callookup.cbl
*>                               builds the services it CALLs
*> ./chkage                      to run the program
