*> work copy the payroll file is rewritten through while a record is
*> being marked void
FD  PayrollWorkFile.
01 PayrollWorkRecord PIC X(80).

FD  CheckRegisterFile.
01 CheckRegisterRecord.
       02 CRPayPeriod PIC 9(6).
       02 CRAmount    PIC 9(5)V99.
       02 CRStatus    PIC X.
       02 CRIssueDate PIC 9(8).

*> work copy the register is rewritten through while the voided
*> payment's entry is marked
       02 RWPayPeriod PIC 9(6).
       02 RWAmount    PIC 9(5)V99.
       02 RWStatus    PIC X.
       02 RWIssueDate PIC 9(8).

FD  YTDMasterFile.
COPY YTDREC.
01 WSFoundLive PIC X VALUE "N".
       88 FoundLive VALUE "Y".

*> what the last voided payment for the pair withheld through
*> payrecur - that was already posted to the orders' taken-so-far
*> figures and to the employee's open invoices, so the reissue
*> carries it over instead of withholding it a second time
01 WSFoundVoided PIC X VALUE "N".
       88 FoundVoided VALUE "Y".
01 WSCarryGarnish PIC 9(5)V99 VALUE 0.
01 WSCarryRecover PIC 9(5)V99 VALUE 0.

*> the voided record's amounts, held for the YTD backout
01 WSVoidGross      PIC 9(5)V99 VALUE 0.
01 WSVoidDeductions PIC 9(6)V99 VALUE 0.
01 WSVoidNet        PIC 9(5)V99 VALUE 0.
01 WSVoidTax        PIC 9(5)V99 VALUE 0.
01 WSVoidRetirement PIC 9(5)V99 VALUE 0.
01 WSVoidInsurance  PIC 9(5)V99 VALUE 0.

01 WSRegisterCleared PIC X VALUE "N".
       88 RegisterCleared VALUE "Y".

01 WSVoidCheckNum PIC 9(6) VALUE 0.

*> only the one register entry carrying the voided payment's amount is
*> marked - a retro adjustment paid in the same period has its own
01 WSRegisterMarked PIC X VALUE "N".
       88 RegisterMarked VALUE "Y".

01 WSVoidOK PIC X VALUE "Y".
       88 VoidOK VALUE "Y".

01 WSDeductions   PIC 9(5)V99 VALUE 0.
01 WSNetPay       PIC 9(5)V99 VALUE 0.
01 WSGarnish      PIC 9(5)V99 VALUE 0.
01 WSARRecover    PIC 9(5)V99 VALUE 0.

01 WSCalcOK PIC X VALUE "N".
       88 CalcOK VALUE "Y".
01 WSRecGross   PIC S9(7)V99 VALUE 0.
01 WSRecNet     PIC S9(7)V99 VALUE 0.
01 WSRecGarnish PIC S9(7)V99 VALUE 0.
01 WSRecRecover PIC S9(7)V99 VALUE 0.

01 WSLogAction PIC X(8) VALUE SPACES.
01 WSLogDate PIC 9(8).

*> voids one payment: refuses if the check already cleared the bank,
*> marks the payroll record "V" in place, backs the amounts out of
*> the YTD master, marks the register entry void, and logs it - the
*> payment voided is the period's regular one, never a retro
*> adjustment or a leaver's vacation payout paid alongside it
VoidPayment.
       PERFORM AcceptEntryKey
       MOVE "Y" TO WSVoidOK
       PERFORM FindLivePayment
       IF NOT FoundLive THEN
              DISPLAY "No live payment on file for employee "
                  WSEntryIdent " period " WSEntryPeriod
              MOVE "N" TO WSVoidOK
       ELSE
              PERFORM CheckRegisterStatus
              IF RegisterCleared THEN
                     DISPLAY "The check for this payment already "
                         "cleared the bank - void refused"
                     MOVE "N" TO WSVoidOK
              END-IF
       END-IF
       IF VoidOK THEN
              PERFORM MarkPayrollVoid
              END-IF
       END-IF.

*> finds the live regular payment for the pair and its net, which is
*> how its register entry is told apart from a retro adjustment's
FindLivePayment.
       MOVE "N" TO WSFoundLive
       MOVE "N" TO WSPayEOF
       MOVE 0 TO WSVoidNet
       OPEN INPUT PayrollFile
       PERFORM ReadPayroll
       PERFORM UNTIL PayEOF
              IF PRIdent = WSEntryIdent
                  AND PRPayPeriod = WSEntryPeriod
                  AND NOT PRVoided AND NOT PRRetro AND NOT PRFinalPay
                  AND NOT FoundLive THEN
                     MOVE "Y" TO WSFoundLive
                     MOVE PRNet TO WSVoidNet
              END-IF
              PERFORM ReadPayroll
       END-PERFORM
       CLOSE PayrollFile.

*> looks for a cleared register entry for the payment - a cashed
*> check can't be voided, it needs the stop-payment desk instead
CheckRegisterStatus.
       PERFORM UNTIL RegisterEOF
              IF CRIdent = WSEntryIdent
                  AND CRPayPeriod = WSEntryPeriod
                  AND CRAmount = WSVoidNet
                  AND (CRStatus = "C" OR CRStatus = "M") THEN
                     MOVE "Y" TO WSRegisterCleared
              END-IF
       PERFORM UNTIL PayEOF
              IF PRIdent = WSEntryIdent
                  AND PRPayPeriod = WSEntryPeriod
                  AND NOT PRVoided AND NOT PRRetro AND NOT PRFinalPay
                  AND NOT FoundLive THEN
                     MOVE "Y" TO WSFoundLive
                     MOVE PRGross TO WSVoidGross
                     COMPUTE WSVoidDeductions = PRTaxWithheld
                         + PRRetirement + PRInsurance + PRGarnish
                     MOVE PRNet TO WSVoidNet
                     MOVE PRTaxWithheld TO WSVoidTax
                     MOVE PRRetirement TO WSVoidRetirement
                     MOVE PRInsurance TO WSVoidInsurance
                     MOVE "V" TO PRRecType
              END-IF
              MOVE PayrollRecord TO PayrollWorkRecord
                     SUBTRACT WSVoidGross FROM YTDGross
                     SUBTRACT WSVoidDeductions FROM YTDDeductions
                     SUBTRACT WSVoidNet FROM YTDNet
                     SUBTRACT WSVoidTax FROM YTDTaxWithheld
                     SUBTRACT WSVoidRetirement FROM YTDRetirement
                     SUBTRACT WSVoidInsurance FROM YTDInsurance
                     REWRITE YTDRecord
              ELSE
                     DISPLAY "YTD record is for year " YTDYear
*> work copy - a payment not yet printed simply has no entry to mark
MarkRegisterVoid.
       MOVE "N" TO WSRegisterEOF
       MOVE "N" TO WSRegisterMarked
       OPEN INPUT CheckRegisterFile
       OPEN OUTPUT RegisterWorkFile
       PERFORM ReadRegister
              MOVE CRPayPeriod TO RWPayPeriod
              MOVE CRAmount TO RWAmount
              MOVE CRStatus TO RWStatus
              MOVE CRIssueDate TO RWIssueDate
              IF CRIdent = WSEntryIdent
                  AND CRPayPeriod = WSEntryPeriod
                  AND CRAmount = WSVoidNet AND NOT RegisterMarked
                  AND CRStatus NOT = "C" AND CRStatus NOT = "M"
                  AND CRStatus NOT = "V" THEN
                     MOVE "V" TO RWStatus
                     MOVE "Y" TO WSRegisterMarked
                     MOVE CRCheckNum TO WSVoidCheckNum
              END-IF
              WRITE RegisterWorkRecord
              MOVE RWPayPeriod TO CRPayPeriod
              MOVE RWAmount TO CRAmount
              MOVE RWStatus TO CRStatus
              MOVE RWIssueDate TO CRIssueDate
              WRITE CheckRegisterRecord
              PERFORM ReadRegisterWork
       END-PERFORM
       END-IF.

*> the voided payment doesn't block the reissue - only a live record
*> for the pair does; the last voided one is noted for its recurring
*> deductions
CheckNoLivePayment.
       MOVE "N" TO WSFoundLive
       MOVE "N" TO WSFoundVoided
       MOVE 0 TO WSCarryGarnish
       MOVE 0 TO WSCarryRecover
       MOVE "N" TO WSPayEOF
       OPEN INPUT PayrollFile
       PERFORM ReadPayroll
       PERFORM UNTIL PayEOF
              IF PRIdent = WSEntryIdent
                  AND PRPayPeriod = WSEntryPeriod
                  AND NOT PRVoided AND NOT PRRetro
                  AND NOT PRFinalPay THEN
                     MOVE "Y" TO WSFoundLive
              END-IF
              IF PRIdent = WSEntryIdent
                  AND PRPayPeriod = WSEntryPeriod AND PRVoided THEN
                     MOVE "Y" TO WSFoundVoided
                     MOVE PRGarnish TO WSCarryGarnish
                     IF PRARRecover IS NUMERIC THEN
                            MOVE PRARRecover TO WSCarryRecover
                     ELSE
                            MOVE 0 TO WSCarryRecover
                     END-IF
              END-IF
              PERFORM ReadPayroll
       END-PERFORM
       CLOSE PayrollFile.
              PERFORM ComputeReissueDeductions
       END-IF.

*> the deduction and net legs, then the recurring deductions - those
*> of the voided payment when there is one, fresh off payrecur when
*> the period was never paid
ComputeReissueDeductions.
       MOVE WSGrossPay TO WSDedGross
       MOVE WSEntryIdent TO WSDedIdent
              ELSE
                     MOVE WSArithResult TO WSNetPay
                     MOVE "Y" TO WSCalcOK
                     IF FoundVoided THEN
                            PERFORM CarryVoidedDeductions
                     ELSE
                            PERFORM ApplyRecurringDeductions
                     END-IF
              END-IF
       END-IF.

*> regular runs apply
ApplyRecurringDeductions.
       MOVE 0 TO WSGarnish
       MOVE 0 TO WSARRecover
       MOVE WSEntryIdent TO WSRecIdent
       MOVE WSGrossPay TO WSRecGross
       MOVE WSNetPay TO WSRecNet
       CALL WSRecurProgram USING WSRecIdent, WSRecGross, WSRecNet,
           WSRecGarnish, WSRecRecover
       IF RETURN-CODE = 0 AND WSRecGarnish > 0 THEN
              MOVE WSRecGarnish TO WSGarnish
              MOVE WSRecRecover TO WSARRecover
              SUBTRACT WSGarnish FROM WSNetPay
              ADD WSGarnish TO WSDeductions
       END-IF
       MOVE 0 TO RETURN-CODE.

*> the voided payment's recurring deductions onto the reissue as they
*> were taken - a corrected net too small to carry them is refused,
*> since they cannot be taken back off the orders and invoices here
CarryVoidedDeductions.
       IF WSCarryGarnish > WSNetPay THEN
              DISPLAY "Corrected net pay does not cover the "
                  WSCarryGarnish " already withheld on the voided "
                  "payment"
              MOVE "N" TO WSCalcOK
       ELSE
              MOVE WSCarryGarnish TO WSGarnish
              MOVE WSCarryRecover TO WSARRecover
              SUBTRACT WSGarnish FROM WSNetPay
              ADD WSGarnish TO WSDeductions
       END-IF.

*> appends the corrected payment live and rolls it into the YTD
*> master for the period's year
AppendReissueRecord.
       MOVE WSGarnish TO PRGarnish
       MOVE WSNetPay TO PRNet
       MOVE SPACE TO PRRecType
       MOVE WSARRecover TO PRARRecover
       WRITE PayrollRecord
       CLOSE PayrollFile
       PERFORM RollReissueIntoYTD
              MOVE WSGrossPay TO YTDGross
              MOVE WSDeductions TO YTDDeductions
              MOVE WSNetPay TO YTDNet
              MOVE WSTaxWithheld TO YTDTaxWithheld
              MOVE WSRetirement TO YTDRetirement
              MOVE WSInsurance TO YTDInsurance
              WRITE YTDRecord
           NOT INVALID KEY
              IF YTDYear = WSPeriodYear THEN
                     ADD WSGrossPay TO YTDGross
                     ADD WSDeductions TO YTDDeductions
                     ADD WSNetPay TO YTDNet
                     ADD WSTaxWithheld TO YTDTaxWithheld
                     ADD WSRetirement TO YTDRetirement
                     ADD WSInsurance TO YTDInsurance
                     REWRITE YTDRecord
              ELSE
                     DISPLAY "YTD record is for year " YTDYear
