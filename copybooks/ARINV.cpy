*> by invoice number, shared by the arinv entry program, the arpost
*> cash posting, the statement and aging prints, and the archive
*> sweep's open-balance guard - the open balance runs down as cash
*> is matched and the status flips paid when it reaches zero; the
*> type tells a keyed invoice from a month-end finance charge, which
*> is never itself charged interest; an item the customer disputes
*> is flagged so the collection letters leave the customer alone
*> until the dispute is settled
01 ARInvoiceRecord.
       02 ARInvNum  PIC 9(6).
       02 ARIDNum   PIC 9(5).
       02 ARStatus  PIC X.
           88 AROpen VALUE "O".
           88 ARPaid VALUE "P".
       02 ARType    PIC X.
           88 ARRegularItem   VALUE "R", SPACE.
           88 ARFinanceCharge VALUE "F".
       02 ARDispute PIC X.
           88 ARDisputed    VALUE "D".
           88 ARNotDisputed VALUE "N", SPACE.
