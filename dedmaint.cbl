           RECORD KEY IS EMIdent
           FILE STATUS IS WSEmpFileStatus.

       SELECT OPTIONAL CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

DATA DIVISION.
FILE SECTION.
*> the recurring-deduction file the payrecur service applies - this
FD  EmployeeMasterFile.
COPY EMPREC.

*> an employee recovery line names the customer the employee's own
*> open items are billed under, checked against the customer master
FD  CustomerFile.
COPY CUSTREC.

WORKING-STORAGE SECTION.
01 WSEmpFileStatus PIC XX VALUE "00".
01 WSCustFileStatus PIC XX VALUE "00".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuAdd     VALUE "1".
       88 MenuChange  VALUE "2".
       88 MenuDelete  VALUE "3".
       88 MenuFloor   VALUE "4".
       88 MenuList    VALUE "5".
       88 MenuRecover VALUE "6".
       88 MenuExit    VALUE "X", "x".

01 WSDeductEOF PIC X VALUE "N".
       88 DeductEOF VALUE "Y".
01 WSDeductCount PIC 9(3) VALUE 0.
01 WSDeductTable.
       02 WSDeductEntry OCCURS 200 TIMES.
           03 WSDTType     PIC X.
           03 WSDTIdent    PIC 9(3).
           03 WSDTCode     PIC X(4).
           03 WSDTCalc     PIC X.
           03 WSDTPriority PIC 99.
           03 WSDTCap      PIC 9(7)V99.
           03 WSDTTaken    PIC 9(7)V99.
           03 WSDTCustID   PIC 9(5).
           03 WSDTEndDate  PIC 9(8).

01 WSDeductIndex PIC 9(3) VALUE 0.
01 WSFoundIndex  PIC 9(3) VALUE 0.
01 WSEntryPriority PIC 99 VALUE 0.
01 WSEntryCap      PIC 9(7)V99 VALUE 0.
01 WSEntryFloor    PIC 9(5)V99 VALUE 0.
01 WSEntryCustID   PIC 9(5) VALUE 0.

*> every receivables recovery goes on under the one order code, so
*> an employee has at most one and change/delete find it by that code
01 WSRecoveryCode PIC X(4) VALUE "ARRC".

01 WSEmployeeOK PIC X VALUE "N".
       88 EmployeeOK VALUE "Y".

01 WSCustomerOK PIC X VALUE "N".
       88 CustomerOK VALUE "Y".

PROCEDURE DIVISION.
PERFORM LoadDeductFile
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuAdd     PERFORM AddDeduction
           WHEN MenuChange  PERFORM ChangeDeduction
           WHEN MenuDelete  PERFORM DeleteDeduction
           WHEN MenuFloor   PERFORM SetProtectedFloor
           WHEN MenuList    PERFORM ListDeductions
           WHEN MenuRecover PERFORM AddRecovery
           WHEN OTHER       DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM
       DISPLAY "3. Delete a recurring deduction"
       DISPLAY "4. Set the protected net floor"
       DISPLAY "5. List deductions on file"
       DISPLAY "6. Authorize an employee receivables recovery"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.
              EVALUATE TRUE
                  WHEN RDFloor
                     MOVE RDAmount TO WSFloorAmount
                  WHEN RDDeduction OR RDARRecovery
                     IF WSDeductCount < 200 THEN
                            ADD 1 TO WSDeductCount
                            MOVE RDType TO WSDTType(WSDeductCount)
                            MOVE RDIdent TO WSDTIdent(WSDeductCount)
                            MOVE RDCode TO WSDTCode(WSDeductCount)
                            MOVE RDCalc TO WSDTCalc(WSDeductCount)
                                TO WSDTPriority(WSDeductCount)
                            MOVE RDCap TO WSDTCap(WSDeductCount)
                            MOVE RDTaken TO WSDTTaken(WSDeductCount)
                            IF RDARRecovery THEN
                                   MOVE RDCustID
                                       TO WSDTCustID(WSDeductCount)
                            ELSE
                                   MOVE 0 TO WSDTCustID(WSDeductCount)
                            END-IF
                            IF RDEndDate IS NUMERIC THEN
                                   MOVE RDEndDate
                                       TO WSDTEndDate(WSDeductCount)
                            ELSE
                                   MOVE 0 TO WSDTEndDate(WSDeductCount)
                            END-IF
                     END-IF
                  WHEN OTHER
                     CONTINUE
              MOVE 0 TO RDPriority
              MOVE 0 TO RDCap
              MOVE 0 TO RDTaken
              MOVE 0 TO RDCustID
              MOVE 0 TO RDEndDate
              WRITE RecurDeductRecord
       END-IF
       PERFORM VARYING WSDeductIndex FROM 1 BY 1
           UNTIL WSDeductIndex > WSDeductCount
              MOVE WSDTType(WSDeductIndex) TO RDType
              MOVE WSDTIdent(WSDeductIndex) TO RDIdent
              MOVE WSDTCode(WSDeductIndex) TO RDCode
              MOVE WSDTCalc(WSDeductIndex) TO RDCalc
              MOVE WSDTPriority(WSDeductIndex) TO RDPriority
              MOVE WSDTCap(WSDeductIndex) TO RDCap
              MOVE WSDTTaken(WSDeductIndex) TO RDTaken
              MOVE WSDTCustID(WSDeductIndex) TO RDCustID
              MOVE WSDTEndDate(WSDeductIndex) TO RDEndDate
              WRITE RecurDeductRecord
       END-PERFORM
       CLOSE RecurDeductFile.
       ELSE
              PERFORM AcceptEntryTerms
              ADD 1 TO WSDeductCount
              MOVE "D" TO WSDTType(WSDeductCount)
              MOVE WSEntryIdent TO WSDTIdent(WSDeductCount)
              MOVE WSEntryCode TO WSDTCode(WSDeductCount)
              MOVE WSEntryCalc TO WSDTCalc(WSDeductCount)
              MOVE WSEntryPriority TO WSDTPriority(WSDeductCount)
              MOVE WSEntryCap TO WSDTCap(WSDeductCount)
              MOVE 0 TO WSDTTaken(WSDeductCount)
              MOVE 0 TO WSDTCustID(WSDeductCount)
              MOVE 0 TO WSDTEndDate(WSDeductCount)
              PERFORM SaveDeductFile
              DISPLAY "Deduction added"
       END-IF.

*> ties an employee who is also a customer to that customer's open
*> items and authorizes the flat amount payroll recovers each period -
*> payrecur never takes more than the customer still owes, so the
*> line goes idle by itself once the items are paid off
AddRecovery.
       MOVE "N" TO WSEmployeeOK
       DISPLAY "Enter employee ID: " WITH NO ADVANCING
       ACCEPT WSEntryIdent
       OPEN INPUT EmployeeMasterFile
       MOVE WSEntryIdent TO EMIdent
       READ EmployeeMasterFile
           INVALID KEY
              DISPLAY "Employee " WSEntryIdent
                  " not on the employee master"
           NOT INVALID KEY
              DISPLAY "Employee on file: " EMName
              MOVE "Y" TO WSEmployeeOK
       END-READ
       CLOSE EmployeeMasterFile
       MOVE WSRecoveryCode TO WSEntryCode
       MOVE 0 TO WSFoundIndex
       PERFORM VARYING WSDeductIndex FROM 1 BY 1
           UNTIL WSDeductIndex > WSDeductCount
              IF WSDTIdent(WSDeductIndex) = WSEntryIdent
                  AND WSDTCode(WSDeductIndex) = WSEntryCode THEN
                     MOVE WSDeductIndex TO WSFoundIndex
              END-IF
       END-PERFORM
       EVALUATE TRUE
           WHEN NOT EmployeeOK
              DISPLAY "Recovery skipped"
           WHEN WSFoundIndex NOT = 0
              DISPLAY "Employee already has a recovery on file under "
                  WSRecoveryCode " - change or delete that one"
           WHEN WSDeductCount >= 200
              DISPLAY "Deduction table is full, recovery not recorded"
           WHEN OTHER
              PERFORM AddCheckedRecovery
       END-EVALUATE.

*> the recovery add itself: the customer must be on the master, and
*> the amount is a flat per-period figure with no lifetime cap
AddCheckedRecovery.
       MOVE "N" TO WSCustomerOK
       DISPLAY "Enter customer ID the employee is billed under: "
           WITH NO ADVANCING
       ACCEPT WSEntryCustID
       OPEN INPUT CustomerFile
       MOVE WSEntryCustID TO IDNum
       READ CustomerFile
           INVALID KEY
              DISPLAY "Customer " WSEntryCustID
                  " not on the customer master"
           NOT INVALID KEY
              DISPLAY "Customer on file: " FirstName " " LastName
              MOVE "Y" TO WSCustomerOK
       END-READ
       CLOSE CustomerFile
       IF NOT CustomerOK THEN
              DISPLAY "Recovery skipped"
       ELSE
              DISPLAY "Enter amount to recover per period: "
                  WITH NO ADVANCING
              ACCEPT WSEntryAmount
              DISPLAY "Enter priority (01 works first): "
                  WITH NO ADVANCING
              ACCEPT WSEntryPriority
              ADD 1 TO WSDeductCount
              MOVE "R" TO WSDTType(WSDeductCount)
              MOVE WSEntryIdent TO WSDTIdent(WSDeductCount)
              MOVE WSRecoveryCode TO WSDTCode(WSDeductCount)
              MOVE "A" TO WSDTCalc(WSDeductCount)
              MOVE WSEntryAmount TO WSDTAmount(WSDeductCount)
              MOVE WSEntryPriority TO WSDTPriority(WSDeductCount)
              MOVE 0 TO WSDTCap(WSDeductCount)
              MOVE 0 TO WSDTTaken(WSDeductCount)
              MOVE WSEntryCustID TO WSDTCustID(WSDeductCount)
              MOVE 0 TO WSDTEndDate(WSDeductCount)
              PERFORM SaveDeductFile
              DISPLAY "Recovery authorized"
       END-IF.

*> changes an order's terms in place - the taken-so-far figure is the
*> payroll run's bookkeeping and stays as it was
ChangeDeduction.
                  " priority " WSDTPriority(WSDeductIndex)
                  " cap " WSDTCap(WSDeductIndex)
                  " taken " WSDTTaken(WSDeductIndex)
              IF WSDTType(WSDeductIndex) = "R" THEN
                     DISPLAY "    recovers open items of customer "
                         WSDTCustID(WSDeductIndex)
              END-IF
              IF WSDTEndDate(WSDeductIndex) NOT = 0 THEN
                     DISPLAY "    ended " WSDTEndDate(WSDeductIndex)
                         " - no longer taken"
              END-IF
       END-PERFORM.

*> cobc -x dedmaint.cbl          to load the program
