*> InterventionRecord layout for the counselor's intervention file
*> intvmaint keeps - one line per action taken for a student, with
*> the date it was taken, the date the counselor is to follow up by
*> and whether it is still open; atrisk lists the open ones past
*> their follow-up date
01 InterventionRecord.
       02 IVStudentID PIC 9(5).
       02 IVTerm      PIC 9(5).
       02 IVDate      PIC 9(8).
       02 IVAction    PIC X(40).
       02 IVFollowUp  PIC 9(8).
       02 IVCounselor PIC X(20).
       02 IVStatus    PIC X.
           88 IVOpen   VALUE "O".
           88 IVClosed VALUE "C".
