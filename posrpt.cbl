>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. posrpt.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL PositionCtlFile ASSIGN TO "PositionCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL EmployeeMasterFile ASSIGN TO "EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS EMIdent
           FILE STATUS IS WSEmpFileStatus.

       SELECT OPTIONAL YTDMasterFile ASSIGN TO "YTDMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS YTDIdent
           FILE STATUS IS WSYTDFileStatus.

DATA DIVISION.
FILE SECTION.
*> the approved staffing per department posmaint maintains
FD  PositionCtlFile.
COPY POSCTL.

*> who is in each department, and whether they are active - an
*> active employee fills one of the department's positions
FD  EmployeeMasterFile.
COPY EMPREC.

*> the year's gross pay so far, the actual the budget is set against
FD  YTDMasterFile.
COPY YTDREC.

WORKING-STORAGE SECTION.
01 WSEmpFileStatus PIC XX VALUE "00".
01 WSYTDFileStatus PIC XX VALUE "00".

01 WSPositionEOF PIC X VALUE "N".
       88 PositionEOF VALUE "Y".

01 WSEmpEOF PIC X VALUE "N".
       88 EmpEOF VALUE "Y".

01 WSRunDate PIC 9(8) VALUE 0.
01 WSRun REDEFINES WSRunDate.
       02 WSRunYYYY PIC 9(4).
       02 WSRunMM   PIC 99.
       02 WSRunDD   PIC 99.

*> one slot per department - those under position control first, in
*> file order, then any department employees are in that has no
*> approved staffing at all
01 WSDeptCount PIC 9(3) VALUE 0.
01 WSDeptTable.
       02 WSDeptEntry OCCURS 100 TIMES.
           03 WSDTDept       PIC X(3).
           03 WSDTControlled PIC X.
           03 WSDTAuthCount  PIC 9(3).
           03 WSDTBudget     PIC 9(7)V99.
           03 WSDTFilled     PIC 9(3).
           03 WSDTActual     PIC 9(9)V99.

01 WSDeptIndex PIC 9(3) VALUE 0.
01 WSFoundIndex PIC 9(3) VALUE 0.

*> the budget pro-rated to the months of the year gone by, the fair
*> thing to set the year-to-date pay against
01 WSBudgetToDate PIC 9(9)V99 VALUE 0.
01 WSVacant       PIC 9(3) VALUE 0.
01 WSOverCount    PIC 9(3) VALUE 0.

01 WSTotAuth        PIC 9(5) VALUE 0.
01 WSTotFilled      PIC 9(5) VALUE 0.
01 WSTotVacant      PIC 9(5) VALUE 0.
01 WSTotBudget      PIC 9(9)V99 VALUE 0.
01 WSTotBudgetToDate PIC 9(9)V99 VALUE 0.
01 WSTotActual      PIC 9(9)V99 VALUE 0.
01 WSUnplacedCount  PIC 9(5) VALUE 0.

01 WSEditCount  PIC ZZ9.
01 WSEditFilled PIC ZZ9.
01 WSEditVacant PIC ZZ9.
01 WSEditBudget PIC $$$,$$$,$$9.99.
01 WSEditToDate PIC $$$,$$$,$$9.99.
01 WSEditActual PIC $$$,$$$,$$9.99.
01 WSEditNote   PIC X(8) VALUE SPACES.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM LoadPositionControl
PERFORM CountEmployees

MOVE "O" TO RPTOperation
MOVE "PositionRpt.txt" TO RPTFileName
MOVE "posrpt" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Department Position Control Report" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl

MOVE SPACES TO RPTLine
STRING "Run date " WSRunDate "   year-to-date pay for " WSRunYYYY
    " through month " WSRunMM
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine
MOVE SPACES TO RPTLine
PERFORM WriteReportLine
MOVE SPACES TO RPTLine
STRING "Dpt  Aut  Fil  Vac  Annual budget Budget to date"
    "     YTD actual"
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine
PERFORM VARYING WSDeptIndex FROM 1 BY 1
    UNTIL WSDeptIndex > WSDeptCount
       PERFORM PrintOneDepartment
END-PERFORM

MOVE WSTotAuth TO WSEditCount
MOVE WSTotFilled TO WSEditFilled
MOVE WSTotVacant TO WSEditVacant
MOVE WSTotBudget TO WSEditBudget
MOVE WSTotBudgetToDate TO WSEditToDate
MOVE WSTotActual TO WSEditActual
MOVE SPACES TO RPTLine
STRING "TOT  " WSEditCount "  " WSEditFilled "  " WSEditVacant
    " " WSEditBudget " " WSEditToDate " " WSEditActual
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine

MOVE SPACES TO RPTLine
PERFORM WriteReportLine
MOVE SPACES TO RPTLine
STRING "Vacancies and departments over their authorized count"
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine
PERFORM VARYING WSDeptIndex FROM 1 BY 1
    UNTIL WSDeptIndex > WSDeptCount
       PERFORM ListDepartmentVacancy
END-PERFORM
IF WSTotVacant = 0 AND WSOverCount = 0 THEN
       MOVE SPACES TO RPTLine
       STRING "  (none - every controlled department is at its count)"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
END-IF

MOVE SPACES TO RPTLine
STRING "Vacant positions: " WSTotVacant
    "  Departments over count: " WSOverCount
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

IF WSUnplacedCount > 0 THEN
       DISPLAY "Department table full - " WSUnplacedCount
           " employees not counted"
END-IF
DISPLAY "Departments reported : " WSDeptCount
DISPLAY "Vacant positions     : " WSTotVacant
DISPLAY "Report written to PositionRpt.txt"

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> reads the approved staffing into the department table
LoadPositionControl.
       MOVE "N" TO WSPositionEOF
       MOVE 0 TO WSDeptCount
       OPEN INPUT PositionCtlFile
       PERFORM ReadPositionCtl
       PERFORM UNTIL PositionEOF
              IF WSDeptCount < 100 THEN
                     ADD 1 TO WSDeptCount
                     MOVE PCDept TO WSDTDept(WSDeptCount)
                     MOVE "Y" TO WSDTControlled(WSDeptCount)
                     MOVE PCAuthCount TO WSDTAuthCount(WSDeptCount)
                     MOVE PCBudget TO WSDTBudget(WSDeptCount)
                     MOVE 0 TO WSDTFilled(WSDeptCount)
                     MOVE 0 TO WSDTActual(WSDeptCount)
              END-IF
              PERFORM ReadPositionCtl
       END-PERFORM
       CLOSE PositionCtlFile.

*> reads the next position control line
ReadPositionCtl.
       READ PositionCtlFile
           AT END MOVE "Y" TO WSPositionEOF
       END-READ.

*> one pass over the employee master: each active employee fills a
*> position in their department, and every employee's pay this year
*> counts against the department they are in now
CountEmployees.
       MOVE "N" TO WSEmpEOF
       OPEN INPUT EmployeeMasterFile
       OPEN INPUT YTDMasterFile
       PERFORM ReadEmployee
       PERFORM UNTIL EmpEOF
              PERFORM CountOneEmployee
              PERFORM ReadEmployee
       END-PERFORM
       CLOSE YTDMasterFile
       CLOSE EmployeeMasterFile.

*> reads the next employee in ID order
ReadEmployee.
       READ EmployeeMasterFile NEXT RECORD
           AT END MOVE "Y" TO WSEmpEOF
       END-READ.

*> puts one employee into their department's slot, opening one for a
*> department with no approved staffing
CountOneEmployee.
       MOVE 0 TO WSFoundIndex
       PERFORM VARYING WSDeptIndex FROM 1 BY 1
           UNTIL WSDeptIndex > WSDeptCount
              IF WSDTDept(WSDeptIndex) = EMDept THEN
                     MOVE WSDeptIndex TO WSFoundIndex
              END-IF
       END-PERFORM
       IF WSFoundIndex = 0 AND WSDeptCount < 100 THEN
              ADD 1 TO WSDeptCount
              MOVE WSDeptCount TO WSFoundIndex
              MOVE EMDept TO WSDTDept(WSFoundIndex)
              MOVE "N" TO WSDTControlled(WSFoundIndex)
              MOVE 0 TO WSDTAuthCount(WSFoundIndex)
              MOVE 0 TO WSDTBudget(WSFoundIndex)
              MOVE 0 TO WSDTFilled(WSFoundIndex)
              MOVE 0 TO WSDTActual(WSFoundIndex)
       END-IF
       IF WSFoundIndex = 0 THEN
              ADD 1 TO WSUnplacedCount
       ELSE
              IF EMActive THEN
                     ADD 1 TO WSDTFilled(WSFoundIndex)
              END-IF
              MOVE EMIdent TO YTDIdent
              READ YTDMasterFile
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF YTDYear = WSRunYYYY THEN
                            ADD YTDGross TO WSDTActual(WSFoundIndex)
                     END-IF
              END-READ
       END-IF.

*> one department's line: authorized against filled, and the budget
*> to date against the year's actual pay
PrintOneDepartment.
       MOVE 0 TO WSVacant
       IF WSDTFilled(WSDeptIndex) < WSDTAuthCount(WSDeptIndex) THEN
              COMPUTE WSVacant = WSDTAuthCount(WSDeptIndex)
                  - WSDTFilled(WSDeptIndex)
       END-IF
       COMPUTE WSBudgetToDate ROUNDED =
           WSDTBudget(WSDeptIndex) * WSRunMM / 12
       ADD WSDTAuthCount(WSDeptIndex) TO WSTotAuth
       ADD WSDTFilled(WSDeptIndex) TO WSTotFilled
       ADD WSVacant TO WSTotVacant
       ADD WSDTBudget(WSDeptIndex) TO WSTotBudget
       ADD WSBudgetToDate TO WSTotBudgetToDate
       ADD WSDTActual(WSDeptIndex) TO WSTotActual
       MOVE SPACES TO WSEditNote
       EVALUATE TRUE
           WHEN WSDTControlled(WSDeptIndex) NOT = "Y"
              MOVE "NO CTL" TO WSEditNote
           WHEN WSDTFilled(WSDeptIndex) > WSDTAuthCount(WSDeptIndex)
              MOVE "OVER" TO WSEditNote
           WHEN WSDTActual(WSDeptIndex) > WSBudgetToDate
              MOVE "OVER BUD" TO WSEditNote
           WHEN OTHER
              CONTINUE
       END-EVALUATE
       MOVE WSDTAuthCount(WSDeptIndex) TO WSEditCount
       MOVE WSDTFilled(WSDeptIndex) TO WSEditFilled
       MOVE WSVacant TO WSEditVacant
       MOVE WSDTBudget(WSDeptIndex) TO WSEditBudget
       MOVE WSBudgetToDate TO WSEditToDate
       MOVE WSDTActual(WSDeptIndex) TO WSEditActual
       MOVE SPACES TO RPTLine
       STRING WSDTDept(WSDeptIndex) "  " WSEditCount "  " WSEditFilled
           "  " WSEditVacant " " WSEditBudget " " WSEditToDate " "
           WSEditActual " " WSEditNote
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine.

*> lists a controlled department's open positions, or how far past
*> its authorized count it has gone
ListDepartmentVacancy.
       IF WSDTControlled(WSDeptIndex) = "Y" THEN
              EVALUATE TRUE
                  WHEN WSDTFilled(WSDeptIndex) < WSDTAuthCount(WSDeptIndex)
                     COMPUTE WSVacant = WSDTAuthCount(WSDeptIndex)
                         - WSDTFilled(WSDeptIndex)
                     MOVE WSVacant TO WSEditVacant
                     MOVE WSDTAuthCount(WSDeptIndex) TO WSEditCount
                     MOVE SPACES TO RPTLine
                     STRING "  Department " WSDTDept(WSDeptIndex) "  "
                         WSEditVacant " vacant of " WSEditCount
                         " authorized"
                         DELIMITED BY SIZE INTO RPTLine
                     PERFORM WriteReportLine
                  WHEN WSDTFilled(WSDeptIndex) > WSDTAuthCount(WSDeptIndex)
                     ADD 1 TO WSOverCount
                     COMPUTE WSVacant = WSDTFilled(WSDeptIndex)
                         - WSDTAuthCount(WSDeptIndex)
                     MOVE WSVacant TO WSEditVacant
                     MOVE WSDTAuthCount(WSDeptIndex) TO WSEditCount
                     MOVE SPACES TO RPTLine
                     STRING "  Department " WSDTDept(WSDeptIndex) "  "
                         WSEditVacant " over its " WSEditCount
                         " authorized (supervisor override)"
                         DELIMITED BY SIZE INTO RPTLine
                     PERFORM WriteReportLine
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
       END-IF.

*> cobc -x posrpt.cbl            to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./posrpt                      to run the program
