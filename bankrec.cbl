FILE SECTION.
*> the register of every check the print run has cut, with the
*> reconciliation status this job maintains (O outstanding, C cleared,
*> M mismatched amount) - an uncashed check chkage has moved to U
*> unclaimed is off the outstanding list and carried like a dead one
FD  CheckRegisterFile.
01 CheckRegisterRecord.
       02 CRCheckNum  PIC 9(6).
       02 CRPayPeriod PIC 9(6).
       02 CRAmount    PIC 9(5)V99.
       02 CRStatus    PIC X.
       02 CRIssueDate PIC 9(8).

*> work copy the register is rewritten through while statuses are
*> updated against the bank return
       02 RWPayPeriod PIC 9(6).
       02 RWAmount    PIC 9(5)V99.
       02 RWStatus    PIC X.
       02 RWIssueDate PIC 9(8).

*> the bank's monthly cleared-checks return: one line per check that
*> hit the account, with the amount the bank actually paid out
01 WSEditRegAmount  PIC $$$,$$9.99.
01 WSEditBankAmount PIC $$$,$$9.99.

*> control block for the shared rptarch report-library service the
*> finished reconciliation is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
OPEN OUTPUT BankReconFile
    DELIMITED BY SIZE INTO BankReconLine
WRITE BankReconLine
CLOSE BankReconFile
PERFORM FileReport
IF WSFraudCount NOT = 0 THEN
       DISPLAY "*** FRAUD EXCEPTIONS ON THIS RETURN: " WSFraudCount
           " - see BankRecon.txt ***"
              PERFORM WriteWorkRecord
           WHEN "V"
           WHEN "S"
           WHEN "U"
              PERFORM ReconcileDeadCheck
           WHEN OTHER
              PERFORM ReconcileOpenCheck
       END-EVALUATE.

*> a voided, stopped or unclaimed check must never clear - one that
*> shows up in the bank return anyway is a fraud exception for the
*> security review, not a reconciliation status change; an unclaimed
*> one is due to the state, and the payee is paid by a reissue
ReconcileDeadCheck.
       MOVE 0 TO WSFoundIndex
       PERFORM VARYING WSBankIndex FROM 1 BY 1
              ADD 1 TO WSDeadCarryCount
              MOVE SPACES TO BankReconLine
              STRING "Check " CRCheckNum " " WSEditRegAmount
                  " VOID/STOPPED/UNCLAIMED (status " CRStatus ")"
                  DELIMITED BY SIZE INTO BankReconLine
              WRITE BankReconLine
       ELSE
       MOVE CRPayPeriod TO RWPayPeriod
       MOVE CRAmount TO RWAmount
       MOVE CRStatus TO RWStatus
       MOVE CRIssueDate TO RWIssueDate
       WRITE RegisterWorkRecord.

*> reports bank return items that matched no check on the register -
              MOVE RWPayPeriod TO CRPayPeriod
              MOVE RWAmount TO CRAmount
              MOVE RWStatus TO CRStatus
              MOVE RWIssueDate TO CRIssueDate
              WRITE CheckRegisterRecord
              PERFORM ReadRegisterWork
       END-PERFORM
           AT END MOVE "Y" TO WSWorkEOF
       END-READ.

*> files the finished reconciliation in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "BankRecon.txt" TO ARCFileName
       MOVE "bankrec" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Bank Reconciliation Report" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x bankrec.cbl           to load the program
*> ./bankrec                     to run the program
