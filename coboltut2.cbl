01 WSRecGross   PIC S9(7)V99 VALUE 0.
01 WSRecNet     PIC S9(7)V99 VALUE 0.
01 WSRecGarnish PIC S9(7)V99 VALUE 0.
01 WSRecRecover PIC S9(7)V99 VALUE 0.
01 WSGarnish    PIC 9(5)V99 VALUE 0.
01 WSARRecover  PIC 9(5)V99 VALUE 0.

*> operands for the dynamic CALL dispatch into the shared paygross
*> service that owns the overtime and premium rules: hours over 40 at
*> duplicate-payment guards have cleared the payment for writing
ApplyRecurringDeductions.
       MOVE 0 TO WSGarnish
       MOVE 0 TO WSARRecover
       MOVE Ident TO WSRecIdent
       MOVE WSGrossPay TO WSRecGross
       MOVE WSNetPay TO WSRecNet
       CALL WSRecurProgram USING WSRecIdent, WSRecGross, WSRecNet,
           WSRecGarnish, WSRecRecover
       IF RETURN-CODE = 0 AND WSRecGarnish > 0 THEN
              MOVE WSRecGarnish TO WSGarnish
              MOVE WSRecRecover TO WSARRecover
              SUBTRACT WSGarnish FROM WSNetPay
              ADD WSGarnish TO WSDeductions
              DISPLAY "  Garnish  : " WSGarnish
              IF WSARRecover > 0 THEN
                     DISPLAY "  of which AR recovery: " WSARRecover
              END-IF
              DISPLAY "Net after garnishment: " WSNetPay
       END-IF
       MOVE 0 TO RETURN-CODE.
       PERFORM UNTIL PayrollEOF
              IF PRIdent = Ident
                  AND PRPayPeriod = WSCurrentPeriod
                  AND NOT PRVoided AND NOT PRRetro
                  AND NOT PRFinalPay THEN
                     MOVE "Y" TO WSAlreadyPaid
              END-IF
              PERFORM ReadPayrollForGuard
       MOVE WSGarnish TO PRGarnish
       MOVE WSNetPay TO PRNet
       MOVE SPACE TO PRRecType
       MOVE WSARRecover TO PRARRecover
       WRITE PayrollRecord
       CLOSE PayrollFile
       PERFORM UpdateYTDMaster.
              MOVE WSGrossPay TO YTDGross
              MOVE WSDeductions TO YTDDeductions
              MOVE WSNetPay TO YTDNet
              MOVE WSTaxWithheld TO YTDTaxWithheld
              MOVE WSRetirement TO YTDRetirement
              MOVE WSInsurance TO YTDInsurance
              WRITE YTDRecord
           NOT INVALID KEY
              IF YTDYear = WSTodayYYYY THEN
                     ADD WSGrossPay TO YTDGross
                     ADD WSDeductions TO YTDDeductions
                     ADD WSNetPay TO YTDNet
                     ADD WSTaxWithheld TO YTDTaxWithheld
                     ADD WSRetirement TO YTDRetirement
                     ADD WSInsurance TO YTDInsurance
              ELSE
                     MOVE WSTodayYYYY TO YTDYear
                     MOVE WSGrossPay TO YTDGross
                     MOVE WSDeductions TO YTDDeductions
                     MOVE WSNetPay TO YTDNet
                     MOVE WSTaxWithheld TO YTDTaxWithheld
                     MOVE WSRetirement TO YTDRetirement
                     MOVE WSInsurance TO YTDInsurance
              END-IF
              REWRITE YTDRecord
       END-READ
