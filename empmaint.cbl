FILE-CONTROL.
       SELECT OPTIONAL EmployeeMasterFile ASSIGN TO "EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMIdent
           FILE STATUS IS WSEmpFileStatus.

           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL RetroRateFile ASSIGN TO "RetroRate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL TerminationFile ASSIGN TO "Termination.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL SSNMasterFile ASSIGN TO "SSNMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MSSNKey
           FILE STATUS IS WSSSNFileStatus.

       SELECT OPTIONAL EmpSSNXrefFile ASSIGN TO "EmpSSNXref.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ESIdent
           ALTERNATE RECORD KEY IS ESSSN WITH DUPLICATES
           FILE STATUS IS WSXrefFileStatus.

       SELECT OPTIONAL PositionCtlFile ASSIGN TO "PositionCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL EmpAddrFile ASSIGN TO "EmpAddr.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS EAIdent
           FILE STATUS IS WSAddrFileStatus.

DATA DIVISION.
FILE SECTION.
*> the employee master payroll pays from - one record per employee ID
01 RateLimitRecord.
       02 RLThreshold PIC 9(3).

*> a rate change applied with an effective date before today leaves a
*> line here for the payretro run to pay the back pay from
FD  RetroRateFile.
COPY RETRORT.

*> a termination goes on the leaver file for the termpay run to work
*> through the final-pay steps, and for the timecard programs to
*> refuse any period after the last day
FD  TerminationFile.
COPY TERMREC.

*> the SSN master reference a new hire's number is checked against -
*> a number we have never verified, or one ssndeath has marked
*> deceased, is never put on anyone's pay
FD  SSNMasterFile.
COPY SSNREC.

*> which verified SSN belongs to which employee, with the hire date
*> the state new-hire report picks new employees up by
FD  EmpSSNXrefFile.
COPY EMPSSN.

*> the approved staffing per department - an add or a transfer that
*> would put a department past its authorized headcount needs a
*> supervisor's override
FD  PositionCtlFile.
COPY POSCTL.

*> the employee's last known mailing address - an uncashed check that
*> goes unclaimed is reported to the state at it
FD  EmpAddrFile.
COPY EMPADDR.

WORKING-STORAGE SECTION.
01 WSEmpFileStatus PIC XX VALUE "00".
       88 EmpFileOK       VALUE "00".
       88 MenuStatus     VALUE "3".
       88 MenuDelete     VALUE "4".
       88 MenuDept       VALUE "5".
       88 MenuSSN        VALUE "6".
       88 MenuTerminate  VALUE "7".
       88 MenuAddress    VALUE "8".
       88 MenuExit       VALUE "X", "x".

*> staging area an employee transaction is keyed into before it is
01 WSEntryDept    PIC X(3) VALUE SPACES.
01 WSEntryRate    PIC 9(3)V99 VALUE 0.
01 WSEntryStatus  PIC X VALUE "A".
01 WSEntryEffDate PIC 9(8) VALUE 0.
01 WSOldRate      PIC 9(3)V99 VALUE 0.
01 WSEntrySSN.
       02 WSEntrySSNArea   PIC 999.
       02 WSEntrySSNGroup  PIC 99.
       02 WSEntrySSNSerial PIC 9999.

*> a termination as keyed: the last day worked and the reason, one of
*> the shop's standard codes so the checklist and history read alike
01 WSEntryLastDay PIC 9(8) VALUE 0.
01 WSEntryReason  PIC X(8) VALUE SPACES.
       88 ValidReason VALUE "RESIGNED", "RETIRED", "LAIDOFF",
                            "DISMISSD", "DECEASED", "OTHER".
01 WSLastPeriod   PIC 9(6) VALUE 0.

*> a mailing address as keyed
01 WSEntryStreet PIC X(25) VALUE SPACES.
01 WSEntryCity   PIC X(15) VALUE SPACES.
01 WSEntryState  PIC XX VALUE SPACES.
01 WSEntryZip    PIC 9(5) VALUE 0.

01 WSAddrOnFile PIC X VALUE "N".
       88 AddrOnFile VALUE "Y".

*> position control on the department an employee is joining: its
*> authorized headcount, how many active employees already fill it,
*> and whether the move may go ahead
01 WSDeptControlled PIC X VALUE "N".
       88 DeptControlled VALUE "Y".
01 WSDeptAuth   PIC 9(3) VALUE 0.
01 WSDeptFilled PIC 9(3) VALUE 0.
01 WSPositionOK PIC X VALUE "Y".
       88 PositionOK VALUE "Y".
01 WSPositionEOF PIC X VALUE "N".
       88 PositionEOF VALUE "Y".
01 WSEmpEOF PIC X VALUE "N".
       88 EmpEOF VALUE "Y".
01 WSEmpFound PIC X VALUE "N".
       88 EmpFound VALUE "Y".
01 WSMoverActive PIC X VALUE "N".
       88 MoverActive VALUE "Y".

*> going past the authorized headcount is a supervisor override,
*> checked through the shared opsignon service the way arinv
*> overrides a credit limit
01 WSOverrideID       PIC X(8) VALUE SPACES.
01 WSOverridePassword PIC X(8) VALUE SPACES.
01 WSOverrideLevel    PIC 9 VALUE 0.
       88 OverrideSupervisor VALUE 2.
01 WSOverrideTaken PIC X VALUE "N".
       88 OverrideTaken VALUE "Y".

01 WSTermEOF PIC X VALUE "N".
       88 TermEOF VALUE "Y".

01 WSOpenTermination PIC X VALUE "N".
       88 OpenTermination VALUE "Y".

*> operands for the dynamic CALL dispatch into the shared callookup
*> calendar service - the pay period the last day falls in
01 WSCalProgram   PIC X(9) VALUE "callookup".
01 WSCalDate      PIC 9(8) VALUE 0.
01 WSCalPeriod    PIC 9(6) VALUE 0.
01 WSCalStart     PIC 9(8) VALUE 0.
01 WSCalEnd       PIC 9(8) VALUE 0.
01 WSCalCheckDate PIC 9(8) VALUE 0.

01 WSSSNFileStatus  PIC XX VALUE "00".
01 WSXrefFileStatus PIC XX VALUE "00".
       88 XrefFileNotFound VALUE "35".
01 WSAddrFileStatus PIC XX VALUE "00".
       88 AddrFileNotFound VALUE "35".

*> the verdict on the keyed SSN: SSA structure, on the master, alive,
*> and not already held by another employee
01 WSSSNOK PIC X VALUE "N".
       88 SSNOK VALUE "Y".
01 WSSSNHire PIC 9(8) VALUE 0.
01 WSToday   PIC 9(8) VALUE 0.

*> sign-on through the shared opsignon service - the change history
*> records who applied each change, so the session has to know who is
       STOP RUN
END-IF
PERFORM OpenEmployeeMasterFile
PERFORM OpenEmpSSNXrefFile
PERFORM OpenEmpAddrFile
ACCEPT WSToday FROM DATE YYYYMMDD
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuStatus     PERFORM ChangeStatus
           WHEN MenuDelete     PERFORM DeleteEmployee
           WHEN MenuDept       PERFORM ChangeDepartment
           WHEN MenuSSN        PERFORM RecordEmployeeSSN
           WHEN MenuTerminate  PERFORM TerminateEmployee
           WHEN MenuAddress    PERFORM ChangeAddress
           WHEN OTHER          DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM
CLOSE EmployeeMasterFile
CLOSE EmpSSNXrefFile
CLOSE EmpAddrFile

STOP RUN.

              OPEN I-O EmployeeMasterFile
       END-IF.

*> opens the employee SSN cross-reference, creating it on a first run
OpenEmpSSNXrefFile.
       OPEN I-O EmpSSNXrefFile
       IF XrefFileNotFound THEN
              OPEN OUTPUT EmpSSNXrefFile
              CLOSE EmpSSNXrefFile
              OPEN I-O EmpSSNXrefFile
       END-IF.

*> opens the employee address file, creating it on a first run
OpenEmpAddrFile.
       OPEN I-O EmpAddrFile
       IF AddrFileNotFound THEN
              OPEN OUTPUT EmpAddrFile
              CLOSE EmpAddrFile
              OPEN I-O EmpAddrFile
       END-IF.

*> shows the operator menu and accepts their next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "3. Change employment status"
       DISPLAY "4. Delete employee"
       DISPLAY "5. Change department"
       DISPLAY "6. Record an employee's SSN"
       DISPLAY "7. Terminate employee"
       DISPLAY "8. Change employee address"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.
       ACCEPT WSEntryIdent.

*> adds one employee keyed by the 3-digit ID; the indexed WRITE itself
*> rejects a duplicate key so no pre-scan is needed - nobody goes on
*> the master without an SSN that passes verification
AddEmployee.
       PERFORM AcceptEntryIdent
       DISPLAY "Enter employee name: " WITH NO ADVANCING
       ACCEPT WSEntryDept
       DISPLAY "Enter pay rate: " WITH NO ADVANCING
       ACCEPT WSEntryRate
       PERFORM AcceptEntrySSN
       IF SSNOK THEN
              PERFORM CheckPositionControl
       END-IF
       IF SSNOK AND PositionOK THEN
              PERFORM AddVerifiedEmployee
       ELSE
              DISPLAY "Employee " WSEntryIdent " not added"
       END-IF.

*> the add itself, run only once the SSN has verified; the hire date
*> on the cross-reference is what the state new-hire report keys on
AddVerifiedEmployee.
       MOVE WSEntryIdent TO EMIdent
       MOVE WSEntryName TO EMName
       MOVE WSEntryDept TO EMDept
                  " already on file, add skipped"
           NOT INVALID KEY
              DISPLAY "Employee " WSEntryIdent " added"
              MOVE WSToday TO WSSSNHire
              PERFORM WriteEmpSSNXref
              IF OverrideTaken THEN
                     PERFORM LogHeadcountOverride
              END-IF
       END-WRITE.

*> takes the SSN and runs it through every check: the SSA never-issued
*> rules, SSNMaster.dat, the deceased flag ssndeath sets, and whether
*> another employee already holds it
AcceptEntrySSN.
       DISPLAY "Enter SSN (9 digits): " WITH NO ADVANCING
       ACCEPT WSEntrySSN
       MOVE "N" TO WSSSNOK
       EVALUATE TRUE
           WHEN WSEntrySSN IS NOT NUMERIC
              DISPLAY "SSN must be 9 digits - refused"
           WHEN WSEntrySSNArea = 000 OR WSEntrySSNArea = 666
               OR WSEntrySSNArea >= 900
               OR WSEntrySSNGroup = 00 OR WSEntrySSNSerial = 0000
              DISPLAY "SSN fails SSA validation - refused"
           WHEN OTHER
              PERFORM LookupMasterSSN
       END-EVALUATE.

*> the number must be on the SSN master and not marked deceased
LookupMasterSSN.
       OPEN INPUT SSNMasterFile
       MOVE WSEntrySSN TO MSSNKey
       READ SSNMasterFile
           INVALID KEY
              DISPLAY "SSN not found on master reference file - "
                  "refused"
           NOT INVALID KEY
              IF MSSNIsDeceased THEN
                     DISPLAY "SSN is marked deceased as of "
                         MSSNDeathDate " - refused"
              ELSE
                     DISPLAY "SSN verified - on file for " MSSNName
                     PERFORM CheckSSNHeld
              END-IF
       END-READ
       CLOSE SSNMasterFile.

*> one SSN, one employee ID - a number already on the cross-reference
*> for someone else is a keying error or a second identity
CheckSSNHeld.
       MOVE "Y" TO WSSSNOK
       MOVE WSEntrySSN TO ESSSN
       READ EmpSSNXrefFile KEY IS ESSSN
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF ESIdent NOT = WSEntryIdent THEN
                     DISPLAY "SSN already on file for employee "
                         ESIdent " - refused"
                     MOVE "N" TO WSSSNOK
              END-IF
       END-READ.

*> writes (or refreshes in place) the employee's cross-reference entry
*> with today as the verification date
WriteEmpSSNXref.
       MOVE WSEntryIdent TO ESIdent
       MOVE WSEntrySSN TO ESSSN
       MOVE WSToday TO ESVerifyDate
       MOVE WSSSNHire TO ESHireDate
       WRITE EmpSSNXrefRecord
           INVALID KEY
              REWRITE EmpSSNXrefRecord
       END-WRITE.

*> records or corrects the SSN of an employee already on the master -
*> the way everyone hired before the number was captured gets one; an
*> employee keeps the hire date already on the cross-reference, and
*> one recorded after the fact has none, so the state new-hire report
*> does not pick them up as a new hire
RecordEmployeeSSN.
       PERFORM AcceptEntryIdent
       MOVE WSEntryIdent TO EMIdent
       READ EmployeeMasterFile
           INVALID KEY
              DISPLAY "Employee " WSEntryIdent
                  " not on file, SSN not recorded"
           NOT INVALID KEY
              DISPLAY "Recording SSN for " EMName
              MOVE 0 TO WSSSNHire
              MOVE WSEntryIdent TO ESIdent
              READ EmpSSNXrefFile
                  INVALID KEY
                     MOVE "NONE" TO WSHistOldValue
                  NOT INVALID KEY
                     MOVE ESHireDate TO WSSSNHire
                     MOVE "VERIFIED" TO WSHistOldValue
              END-READ
              PERFORM AcceptEntrySSN
              IF SSNOK THEN
                     PERFORM WriteEmpSSNXref
                     MOVE "VERIFIED" TO WSHistNewValue
                     MOVE "SSN" TO WSHistField
                     PERFORM WriteHistory
                     DISPLAY "SSN recorded"
              END-IF
       END-READ.

*> corrects the authoritative pay rate for an existing employee, the
*> one payroll now looks up instead of trusting a keyed-in figure
ChangePayRate.
              DISPLAY "Rate on file for " EMName " is " EMPayRate
              DISPLAY "Enter new pay rate: " WITH NO ADVANCING
              ACCEPT WSEntryRate
              PERFORM AcceptEffectiveDate
              EVALUATE TRUE
                  WHEN WSEntryEffDate > WSToday
                     DISPLAY "A rate change cannot take effect after "
                         "today - rate change skipped"
                  WHEN OTHER
                     PERFORM CheckRateThreshold
                     IF OverThreshold THEN
                            PERFORM ParkRateChange
                     ELSE
                            PERFORM ApplyRateChange
                     END-IF
              END-EVALUATE
       END-READ.

*> the date the new rate takes effect from - a raise approved late is
*> keyed with the date it should have started, and the periods already
*> paid since then are made good by the payretro run
AcceptEffectiveDate.
       DISPLAY "Effective date YYYYMMDD (0 = today): "
           WITH NO ADVANCING
       ACCEPT WSEntryEffDate
       IF WSEntryEffDate = 0 THEN
              MOVE WSToday TO WSEntryEffDate
       END-IF.

*> a change past the configured percentage threshold needs a second
*> pair of hands - compare the keyed rate to the one on file
CheckRateThreshold.
*> applies a within-threshold change straight to the master, with
*> the history line as always
ApplyRateChange.
       MOVE EMPayRate TO WSOldRate
       MOVE EMPayRate TO WSRateEdit
       MOVE WSRateEdit TO WSHistOldValue
       MOVE WSEntryRate TO EMPayRate
       REWRITE EmployeeRecord
       MOVE "RATE" TO WSHistField
       PERFORM WriteHistory
       DISPLAY "Pay rate changed"
       IF WSEntryEffDate < WSToday THEN
              PERFORM WriteRetroRate
       END-IF.

*> a back-dated change goes on the retro-pay file with the rate it
*> replaced, for the payretro run to recompute the paid periods from
WriteRetroRate.
       OPEN EXTEND RetroRateFile
       MOVE WSEntryIdent TO RTIdent
       MOVE WSOldRate TO RTOldRate
       MOVE WSEntryRate TO RTNewRate
       MOVE WSEntryEffDate TO RTEffDate
       MOVE WSToday TO RTKeyDate
       MOVE WSOperatorID TO RTOperator
       MOVE "P" TO RTStatus
       MOVE 0 TO RTDoneDate
       MOVE 0 TO RTPaidPeriod
       WRITE RetroRateRecord
       CLOSE RetroRateFile
       DISPLAY "Effective " WSEntryEffDate
           " - back pay queued for the retro run".

*> parks an over-threshold change on the pending file for the
*> rateappr supervisor review, with the requesting operator on it -
       MOVE WSEntryRate TO PDNewRate
       MOVE WSPendDate TO PDDate
       MOVE WSOperatorID TO PDRequestor
       MOVE WSEntryEffDate TO PDEffDate
       WRITE PendingRateRecord
       CLOSE PendingRateFile
       DISPLAY "Change moves the rate more than " WSRateThreshold
              DISPLAY "Status changed"
       END-READ.

*> the termination transaction: the last day and the reason go on the
*> change history, the employee is made inactive, and the leaver goes
*> on the termination file for the termpay run to pay out the vacation
*> balance, end benefits and recurring deductions, and shut off the
*> direct deposit once the final payment is out
TerminateEmployee.
       PERFORM AcceptEntryIdent
       MOVE WSEntryIdent TO EMIdent
       READ EmployeeMasterFile
           INVALID KEY
              DISPLAY "Employee " WSEntryIdent
                  " not on file, termination skipped"
           NOT INVALID KEY
              PERFORM TerminateOnFileEmployee
       END-READ.

*> the employee is on file - only an active one with no termination
*> still being worked can be terminated
TerminateOnFileEmployee.
       PERFORM CheckOpenTermination
       EVALUATE TRUE
           WHEN NOT EMActive
              DISPLAY "Employee " WSEntryIdent
                  " is not active, termination skipped"
           WHEN OpenTermination
              DISPLAY "Employee " WSEntryIdent
                  " already has a termination being worked - skipped"
           WHEN OTHER
              DISPLAY "Terminating " EMName
              PERFORM AcceptTerminationTerms
       END-EVALUATE.

*> looks for a termination on file for the employee that the termpay
*> run has not yet completed
CheckOpenTermination.
       MOVE "N" TO WSOpenTermination
       MOVE "N" TO WSTermEOF
       OPEN INPUT TerminationFile
       PERFORM ReadTermination
       PERFORM UNTIL TermEOF
              IF TMIdent = WSEntryIdent AND NOT TMComplete THEN
                     MOVE "Y" TO WSOpenTermination
              END-IF
              PERFORM ReadTermination
       END-PERFORM
       CLOSE TerminationFile.

*> reads the next termination line
ReadTermination.
       READ TerminationFile
           AT END MOVE "Y" TO WSTermEOF
       END-READ.

*> the last day worked and the reason code - a last day after today
*> or a reason off the list refuses the termination
AcceptTerminationTerms.
       DISPLAY "Last day worked YYYYMMDD (0 = today): "
           WITH NO ADVANCING
       ACCEPT WSEntryLastDay
       IF WSEntryLastDay = 0 THEN
              MOVE WSToday TO WSEntryLastDay
       END-IF
       DISPLAY "Reason RESIGNED/RETIRED/LAIDOFF/DISMISSD/DECEASED/OTHER: "
           WITH NO ADVANCING
       ACCEPT WSEntryReason
       EVALUATE TRUE
           WHEN WSEntryLastDay > WSToday
              DISPLAY "The last day cannot be after today - "
                  "termination skipped"
           WHEN NOT ValidReason
              DISPLAY "Reason " WSEntryReason
                  " is not a termination code - termination skipped"
           WHEN OTHER
              PERFORM ApplyTermination
       END-EVALUATE.

*> records the termination: history lines for the date, reason and
*> status, the master made inactive, and the leaver line appended
ApplyTermination.
       MOVE WSEntryLastDay TO WSCalDate
       CALL WSCalProgram USING WSCalDate, WSCalPeriod, WSCalStart,
           WSCalEnd, WSCalCheckDate
       IF RETURN-CODE = 0 THEN
              MOVE WSCalPeriod TO WSLastPeriod
       ELSE
              DIVIDE WSEntryLastDay BY 100 GIVING WSLastPeriod
       END-IF
       MOVE 0 TO RETURN-CODE
       MOVE SPACES TO WSHistOldValue
       MOVE WSEntryLastDay TO WSHistNewValue
       MOVE "TERM" TO WSHistField
       PERFORM WriteHistory
       MOVE SPACES TO WSHistOldValue
       MOVE WSEntryReason TO WSHistNewValue
       MOVE "REASON" TO WSHistField
       PERFORM WriteHistory
       MOVE EMStatus TO WSHistOldValue
       MOVE "I" TO EMStatus
       MOVE "I" TO WSHistNewValue
       REWRITE EmployeeRecord
       MOVE "STATUS" TO WSHistField
       PERFORM WriteHistory
       OPEN EXTEND TerminationFile
       MOVE WSEntryIdent TO TMIdent
       MOVE WSEntryLastDay TO TMLastDay
       MOVE WSEntryReason TO TMReason
       MOVE WSToday TO TMKeyDate
       MOVE WSOperatorID TO TMOperator
       MOVE WSLastPeriod TO TMLastPeriod
       MOVE "N" TO TMBenDone
       MOVE "N" TO TMDedDone
       MOVE "N" TO TMPayoutDone
       MOVE 0 TO TMPayoutHours
       MOVE 0 TO TMPayoutAmount
       MOVE 0 TO TMPayoutPeriod
       MOVE "N" TO TMBankDone
       MOVE 0 TO TMFinalPeriod
       MOVE "O" TO TMStatus
       WRITE TerminationRecord
       CLOSE TerminationFile
       DISPLAY "Employee " WSEntryIdent " terminated, last day "
           WSEntryLastDay " (pay period " WSLastPeriod ")"
       DISPLAY "Final pay is worked off by the termpay run".

*> removes one employee from the master file
DeleteEmployee.
       PERFORM AcceptEntryIdent

*> moves an employee to a new department - the register's department
*> rollup and the ledger extract both follow EMDept, so a transfer
*> has to leave a history line for back-period questions; an active
*> employee moving in takes up one of the new department's positions
ChangeDepartment.
       PERFORM AcceptEntryIdent
       MOVE "N" TO WSEmpFound
       MOVE WSEntryIdent TO EMIdent
       READ EmployeeMasterFile
           INVALID KEY
              DISPLAY "Employee " WSEntryIdent
                  " not on file, department change skipped"
           NOT INVALID KEY
              MOVE "Y" TO WSEmpFound
              MOVE "N" TO WSMoverActive
              IF EMActive THEN
                     MOVE "Y" TO WSMoverActive
              END-IF
              DISPLAY "Department on file for " EMName " is " EMDept
              DISPLAY "Enter new department code: " WITH NO ADVANCING
              ACCEPT WSEntryDept
       END-READ
       MOVE "Y" TO WSPositionOK
       MOVE "N" TO WSOverrideTaken
       IF EmpFound AND MoverActive AND WSEntryDept NOT = EMDept THEN
              PERFORM CheckPositionControl
       END-IF
       IF EmpFound THEN
              IF PositionOK THEN
                     PERFORM ApplyDepartmentChange
              ELSE
                     DISPLAY "Department change not made"
              END-IF
       END-IF.

*> the transfer itself, on the employee read back fresh - the position
*> count has read the master through since it was shown
ApplyDepartmentChange.
       MOVE WSEntryIdent TO EMIdent
       READ EmployeeMasterFile
           INVALID KEY
              DISPLAY "Employee " WSEntryIdent
                  " not on file, department change skipped"
           NOT INVALID KEY
              MOVE EMDept TO WSHistOldValue
              MOVE WSEntryDept TO EMDept
              MOVE WSEntryDept TO WSHistNewValue
              MOVE "DEPT" TO WSHistField
              PERFORM WriteHistory
              DISPLAY "Department changed"
              IF OverrideTaken THEN
                     PERFORM LogHeadcountOverride
              END-IF
       END-READ.

*> holds an add or transfer into a department under position control
*> to its authorized headcount - with every position already filled
*> by an active employee the move goes ahead only on a supervisor's
*> override
CheckPositionControl.
       MOVE "Y" TO WSPositionOK
       MOVE "N" TO WSOverrideTaken
       PERFORM FindDeptPosition
       IF DeptControlled THEN
              PERFORM CountDeptFilled
              IF WSDeptFilled >= WSDeptAuth THEN
                     DISPLAY "Department " WSEntryDept " has "
                         WSDeptFilled " of " WSDeptAuth
                         " authorized positions filled"
                     MOVE "N" TO WSPositionOK
                     PERFORM AcceptHeadcountOverride
              END-IF
       END-IF.

*> the department's line on the position control file, if it has one
FindDeptPosition.
       MOVE "N" TO WSDeptControlled
       MOVE 0 TO WSDeptAuth
       MOVE "N" TO WSPositionEOF
       OPEN INPUT PositionCtlFile
       PERFORM ReadPositionCtl
       PERFORM UNTIL PositionEOF
              IF PCDept = WSEntryDept THEN
                     MOVE "Y" TO WSDeptControlled
                     MOVE PCAuthCount TO WSDeptAuth
              END-IF
              PERFORM ReadPositionCtl
       END-PERFORM
       CLOSE PositionCtlFile.

*> reads the next position control line
ReadPositionCtl.
       READ PositionCtlFile
           AT END MOVE "Y" TO WSPositionEOF
       END-READ.

*> the active employees already in the department, the one being
*> moved aside
CountDeptFilled.
       MOVE 0 TO WSDeptFilled
       MOVE "N" TO WSEmpEOF
       MOVE 0 TO EMIdent
       START EmployeeMasterFile KEY NOT LESS THAN EMIdent
           INVALID KEY MOVE "Y" TO WSEmpEOF
       END-START
       PERFORM ReadNextEmployee
       PERFORM UNTIL EmpEOF
              IF EMDept = WSEntryDept AND EMActive
                  AND EMIdent NOT = WSEntryIdent THEN
                     ADD 1 TO WSDeptFilled
              END-IF
              PERFORM ReadNextEmployee
       END-PERFORM.

*> reads the next employee in ID order
ReadNextEmployee.
       IF NOT EmpEOF THEN
              READ EmployeeMasterFile NEXT RECORD
                  AT END MOVE "Y" TO WSEmpEOF
              END-READ
       END-IF.

*> the over-count move only goes through on a supervisor sign-on
*> through the shared opsignon service
AcceptHeadcountOverride.
       DISPLAY "Supervisor override - enter supervisor ID: "
           WITH NO ADVANCING
       ACCEPT WSOverrideID
       DISPLAY "Enter password: " WITH NO ADVANCING
       ACCEPT WSOverridePassword
       CALL WSSignOnProgram USING WSOverrideID, WSOverridePassword,
           WSOverrideLevel,
           WSSignOnCaller
       IF RETURN-CODE = 0 AND OverrideSupervisor THEN
              DISPLAY "Override accepted for supervisor " WSOverrideID
              MOVE "Y" TO WSPositionOK
              MOVE "Y" TO WSOverrideTaken
       ELSE
              DISPLAY "Override refused - department is at its "
                  "authorized headcount"
       END-IF
       MOVE 0 TO RETURN-CODE.

*> a history line naming the supervisor who let the employee into a
*> department past its authorized headcount
LogHeadcountOverride.
       MOVE "HCOVR" TO WSHistField
       MOVE WSEntryDept TO WSHistOldValue
       MOVE WSOverrideID TO WSHistNewValue
       PERFORM WriteHistory.

*> records an employee's mailing address, replacing the one on file -
*> the change leaves a history line stamped with the new ZIP so the
*> date the address last moved can be traced
ChangeAddress.
       PERFORM AcceptEntryIdent
       MOVE WSEntryIdent TO EMIdent
       READ EmployeeMasterFile
           INVALID KEY
              DISPLAY "Employee " WSEntryIdent
                  " not on file, address change skipped"
           NOT INVALID KEY
              PERFORM ApplyAddressChange
       END-READ.

*> shows the address on file, takes the new one, and writes or
*> rewrites the employee's address record
ApplyAddressChange.
       MOVE WSEntryIdent TO EAIdent
       READ EmpAddrFile
           INVALID KEY
              MOVE "N" TO WSAddrOnFile
              MOVE 0 TO EAZip
              DISPLAY "No address on file for " EMName
           NOT INVALID KEY
              MOVE "Y" TO WSAddrOnFile
              DISPLAY "Address on file for " EMName ": " EAStreet
              DISPLAY "    " EACity " " EAState " " EAZip
       END-READ
       MOVE EAZip TO WSHistOldValue
       DISPLAY "Enter street: " WITH NO ADVANCING
       ACCEPT WSEntryStreet
       DISPLAY "Enter city: " WITH NO ADVANCING
       ACCEPT WSEntryCity
       DISPLAY "Enter state: " WITH NO ADVANCING
       ACCEPT WSEntryState
       DISPLAY "Enter ZIP: " WITH NO ADVANCING
       ACCEPT WSEntryZip
       MOVE WSEntryIdent TO EAIdent
       MOVE WSEntryStreet TO EAStreet
       MOVE WSEntryCity TO EACity
       MOVE WSEntryState TO EAState
       MOVE WSEntryZip TO EAZip
       MOVE WSToday TO EAChangeDate
       IF AddrOnFile THEN
              REWRITE EmpAddrRecord
       ELSE
              WRITE EmpAddrRecord
       END-IF
       MOVE WSEntryZip TO WSHistNewValue
       MOVE "ADDR" TO WSHistField
       PERFORM WriteHistory
       DISPLAY "Address changed".

*> appends one change-history line for the change just applied: the
*> employee, the field, old and new values, today's date and the
*> signed-on operator
       CLOSE EmployeeHistFile.

*> cobc -x empmaint.cbl          to load the program
*> cobc -m opsignon.cbl callookup.cbl
*>                               builds the services it CALLs
*> ./empmaint                    to run the program
