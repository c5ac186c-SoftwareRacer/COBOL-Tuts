*> CreditOverrideRecord layout for the credit override log - one line
*> per invoice arinv raised past a credit hold (H) or over the credit
*> limit (L) on a supervisor's sign-on, read back by the nightly
*> credit exception report to list the day's overrides
01 CreditOverrideRecord.
       02 COVDate     PIC 9(8).
       02 COVTime     PIC 9(8).
       02 COVOperator PIC X(8).
       02 COVIDNum    PIC 9(5).
       02 COVInvNum   PIC 9(6).
       02 COVAmount   PIC 9(7)V99.
       02 COVBalance  PIC 9(7)V99.
       02 COVReason   PIC X.
           88 COVHoldOverride  VALUE "H".
           88 COVLimitOverride VALUE "L".
