*> the standard deductions is itemized alongside them - a record the
*> payadj correction program has voided carries "V" in the type byte,
*> and the duplicate-payment guards treat it as never paid so the
*> corrected reissue can go through; the part of the recurring total
*> that recovered an employee's own receivables is carried again on
*> the end so the register can tie it to the AR payment log; a retro
*> adjustment the payretro run posts for back-dated rate changes
*> carries "R" and is paid alongside the period's regular payment, so
*> the duplicate-payment guards look past it; a leaver's vacation
*> payout the termpay run posts carries "F" the same way
01 PayrollRecord.
       02 PRIdent       PIC 9(3).
       02 PRPayPeriod   PIC 9(6).
       02 PRNet         PIC 9(5)V99.
       02 PRRecType     PIC X.
           88 PRVoided VALUE "V".
           88 PRRetro  VALUE "R".
           88 PRFinalPay VALUE "F".
       02 PRARRecover   PIC 9(5)V99.
