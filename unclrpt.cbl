>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. unclrpt.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL UnclaimedFile ASSIGN TO "Unclaimed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL CheckRegisterFile ASSIGN TO "CheckRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL EmpAddrFile ASSIGN TO "EmpAddr.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS EAIdent
           FILE STATUS IS WSAddrFileStatus.

DATA DIVISION.
FILE SECTION.
*> every check chkage has moved to unclaimed status, with the payee
*> as known on the day it went unclaimed
FD  UnclaimedFile.
COPY UNCLAIM.

*> the register, for whether an unclaimed check has since been stopped
*> and reissued to a payee who came forward - that one is paid, not
*> owed to the state
FD  CheckRegisterFile.
01 CheckRegisterRecord.
       02 CRCheckNum  PIC 9(6).
       02 CRIdent     PIC 9(3).
       02 CRPayPeriod PIC 9(6).
       02 CRAmount    PIC 9(5)V99.
       02 CRStatus    PIC X.
       02 CRIssueDate PIC 9(8).

*> the payee's address as kept today - a later change than the one
*> filed with the unclaimed check is the last known address
FD  EmpAddrFile.
COPY EMPADDR.

WORKING-STORAGE SECTION.
01 WSAddrFileStatus PIC XX VALUE "00".

01 WSUnclaimedEOF PIC X VALUE "N".
       88 UnclaimedEOF VALUE "Y".

01 WSRegisterEOF PIC X VALUE "N".
       88 RegisterEOF VALUE "Y".

01 WSRunDate PIC 9(8) VALUE 0.
01 WSRun REDEFINES WSRunDate.
       02 WSRunYYYY PIC 9(4).
       02 WSRunMMDD PIC 9(4).

*> the calendar year being reported - the year the checks went
*> unclaimed, last year when none is keyed
01 WSReportYear PIC 9(4) VALUE 0.
01 WSUnclaimedYear PIC 9(4) VALUE 0.

*> the section of the report this pass prints: the checks still owed
*> to the state, then the ones since reissued to the payee
01 WSPass PIC X VALUE "R".
       88 PassRemit   VALUE "R".
       88 PassReissue VALUE "I".

01 WSRegisterStatus PIC X VALUE SPACE.
       88 CheckReissued VALUE "S".

01 WSPayeeStreet PIC X(25) VALUE SPACES.
01 WSPayeeCity   PIC X(15) VALUE SPACES.
01 WSPayeeState  PIC XX VALUE SPACES.
01 WSPayeeZip    PIC 9(5) VALUE 0.

01 WSRemitCount    PIC 9(5) VALUE 0.
01 WSRemitAmount   PIC 9(7)V99 VALUE 0.
01 WSReissueCount  PIC 9(5) VALUE 0.
01 WSReissueAmount PIC 9(7)V99 VALUE 0.

01 WSEditAmount PIC $$$,$$9.99.
01 WSEditTotal  PIC $$,$$$,$$9.99.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
DISPLAY "Enter year to report (0 for last year): " WITH NO ADVANCING
ACCEPT WSReportYear
IF WSReportYear = 0 THEN
       COMPUTE WSReportYear = WSRunYYYY - 1
END-IF

MOVE "O" TO RPTOperation
MOVE "UnclaimedProperty.txt" TO RPTFileName
MOVE "unclrpt" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Unclaimed Property Report" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl

OPEN INPUT EmpAddrFile
MOVE SPACES TO RPTLine
STRING "Uncashed payroll checks gone unclaimed in " WSReportYear
    " - payable to the state"
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine
MOVE "R" TO WSPass
PERFORM ReportOnePass
MOVE WSRemitAmount TO WSEditTotal
MOVE SPACES TO RPTLine
STRING "Checks to remit: " WSRemitCount "  total " WSEditTotal
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine

MOVE SPACES TO RPTLine
PERFORM WriteReportLine
MOVE SPACES TO RPTLine
STRING "Unclaimed in " WSReportYear
    " but since reissued to the payee - not remitted"
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine
MOVE "I" TO WSPass
PERFORM ReportOnePass
CLOSE EmpAddrFile

MOVE WSReissueAmount TO WSEditTotal
MOVE SPACES TO RPTLine
STRING "Reissued: " WSReissueCount "  total " WSEditTotal
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Checks to remit for " WSReportYear " : " WSRemitCount
DISPLAY "Since reissued         : " WSReissueCount
DISPLAY "Report written to UnclaimedProperty.txt"

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> one pass over the unclaimed file for the year, printing the checks
*> that belong in this pass's section
ReportOnePass.
       MOVE "N" TO WSUnclaimedEOF
       OPEN INPUT UnclaimedFile
       PERFORM ReadUnclaimed
       PERFORM UNTIL UnclaimedEOF
              MOVE UCUnclaimedDate(1:4) TO WSUnclaimedYear
              IF WSUnclaimedYear = WSReportYear THEN
                     PERFORM FindRegisterStatus
                     EVALUATE TRUE
                         WHEN PassRemit AND NOT CheckReissued
                            ADD 1 TO WSRemitCount
                            ADD UCAmount TO WSRemitAmount
                            PERFORM PrintUnclaimedCheck
                         WHEN PassReissue AND CheckReissued
                            ADD 1 TO WSReissueCount
                            ADD UCAmount TO WSReissueAmount
                            PERFORM PrintUnclaimedCheck
                         WHEN OTHER
                            CONTINUE
                     END-EVALUATE
              END-IF
              PERFORM ReadUnclaimed
       END-PERFORM
       CLOSE UnclaimedFile.

*> reads the next unclaimed check
ReadUnclaimed.
       READ UnclaimedFile
           AT END MOVE "Y" TO WSUnclaimedEOF
       END-READ.

*> the unclaimed check's status on the register as it stands today
FindRegisterStatus.
       MOVE SPACE TO WSRegisterStatus
       MOVE "N" TO WSRegisterEOF
       OPEN INPUT CheckRegisterFile
       PERFORM ReadRegister
       PERFORM UNTIL RegisterEOF
              IF CRCheckNum = UCCheckNum THEN
                     MOVE CRStatus TO WSRegisterStatus
              END-IF
              PERFORM ReadRegister
       END-PERFORM
       CLOSE CheckRegisterFile.

*> reads the next check off the register
ReadRegister.
       READ CheckRegisterFile
           AT END MOVE "Y" TO WSRegisterEOF
       END-READ.

*> one check with its payee's name and last known address - the
*> address file's when it holds one, else the one filed with the check
PrintUnclaimedCheck.
       MOVE UCStreet TO WSPayeeStreet
       MOVE UCCity TO WSPayeeCity
       MOVE UCState TO WSPayeeState
       MOVE UCZip TO WSPayeeZip
       MOVE UCIdent TO EAIdent
       READ EmpAddrFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE EAStreet TO WSPayeeStreet
              MOVE EACity TO WSPayeeCity
              MOVE EAState TO WSPayeeState
              MOVE EAZip TO WSPayeeZip
       END-READ
       MOVE UCAmount TO WSEditAmount
       MOVE SPACES TO RPTLine
       STRING "Check " UCCheckNum " issued " UCIssueDate
           " unclaimed " UCUnclaimedDate " " WSEditAmount
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       STRING "      " UCName "  employee " UCIdent
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
       MOVE SPACES TO RPTLine
       IF WSPayeeStreet = SPACES THEN
              STRING "      (no address on file)"
                  DELIMITED BY SIZE INTO RPTLine
       ELSE
              STRING "      " WSPayeeStreet " " WSPayeeCity " "
                  WSPayeeState " " WSPayeeZip
                  DELIMITED BY SIZE INTO RPTLine
       END-IF
       PERFORM WriteReportLine.

*> cobc -x unclrpt.cbl           to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./unclrpt                     to run the program
