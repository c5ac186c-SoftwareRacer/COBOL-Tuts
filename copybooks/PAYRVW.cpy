*> PayReviewRecord layout for the indexed payroll review control file
*> - one record per pay period, keyed by the period, for every period
*> the payvar variance review has looked at: the payments and flags it
*> found, and whether a level-2 supervisor has released the period
*> through payrel; paycheck prints no check and sends no deposit for a
*> period until its record says released, and a fresh review of the
*> period puts it back on hold
01 PayReviewRecord.
       02 PVPeriod      PIC 9(6).
       02 PVStatus      PIC X.
           88 PVHeld     VALUE "H".
           88 PVReleased VALUE "R".
       02 PVReviewDate  PIC 9(8).
       02 PVPayments    PIC 9(5).
       02 PVFlagged     PIC 9(5).
       02 PVReleasedBy  PIC X(8).
       02 PVReleaseDate PIC 9(8).
