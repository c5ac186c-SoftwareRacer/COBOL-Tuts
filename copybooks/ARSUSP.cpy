*> ARSuspenseRecord layout for the unapplied-cash suspense file keyed
*> by suspense number - cash arpost could not put on an invoice (a
*> remitter not on the customer file, or more money than the
*> customer has open) waits here until the AR clerk works it off;
*> the open amount runs down as the clerk applies it and the status
*> flips cleared when it reaches zero
01 ARSuspenseRecord.
       02 ASSuspNum     PIC 9(6).
       02 ASIDNum       PIC 9(5).
       02 ASInvNum      PIC 9(6).
       02 ASDepositDate PIC 9(8).
       02 ASAmount      PIC 9(7)V99.
       02 ASOpenAmt     PIC 9(7)V99.
       02 ASReason      PIC X.
           88 ASUnidentified VALUE "U".
           88 ASUnapplied    VALUE "X".
       02 ASStatus      PIC X.
           88 ASOpen    VALUE "O".
           88 ASCleared VALUE "C".
       02 ASClearedDate PIC 9(8).
