*> ARAdjustRecord layout for the receivables adjustment log - one line
*> per credit memo (C) or bad-debt write-off (W) aradjust posts
*> against an invoice, with the reason code, the supervisor who
*> posted it and, for a write-off over the approval threshold, the
*> second supervisor who approved it; the write-off register reads it;
*> enrwithd posts the WD credit for the unused part of a withdrawn
*> student's school fees
01 ARAdjustRecord.
       02 AJDate      PIC 9(8).
       02 AJTime      PIC 9(8).
       02 AJType      PIC X.
           88 AJCreditMemo VALUE "C".
           88 AJWriteOff   VALUE "W".
       02 AJInvNum    PIC 9(6).
       02 AJIDNum     PIC 9(5).
       02 AJAmount    PIC 9(7)V99.
       02 AJBalance   PIC 9(7)V99.
       02 AJReason    PIC XX.
           88 AJMemoReason     VALUE "PR", "DM", "RT", "SV", "DS", "OT",
                                     "WD".
           88 AJWriteOffReason VALUE "UC", "BK", "SB", "DC", "OT".
       02 AJOperator  PIC X(8).
       02 AJApprover  PIC X(8).
