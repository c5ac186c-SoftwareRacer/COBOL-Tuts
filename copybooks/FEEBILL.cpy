*> FeeBilledRecord layout for the fee billing ledger feebill writes -
*> one line per fee raised for a student in a term, with the invoice
*> it went out on and the term dates it covers; a fee already on the
*> ledger is never raised again, a withdrawal credits the unused part
*> of the term and records the unused part it settled, whether it came
*> off the invoice or was left as a refund due, and the report card and
*> transcript total the student's fee balance off these invoices
01 FeeBilledRecord.
       02 FBStudentID PIC 9(5).
       02 FBTerm      PIC 9(5).
       02 FBCode      PIC X(4).
       02 FBInvNum    PIC 9(6).
       02 FBCustID    PIC 9(5).
       02 FBAmount    PIC 9(5)V99.
       02 FBCredited  PIC 9(5)V99.
       02 FBTermStart PIC 9(8).
       02 FBTermEnd   PIC 9(8).
       02 FBBillDate  PIC 9(8).
