*> CustCreditRecord layout for the customer credit file keyed by
*> IDNum, kept beside Customer.dat the way the address file is -
*> crdmaint keys the limit and manual holds, the nightly credit
*> exception run places (and lifts) the automatic hold a 90+ day item
*> brings, and arinv refuses an invoice that would break either one
*> unless a supervisor overrides; a zero limit means no limit is set
01 CustCreditRecord.
       02 CLIDNum      PIC 9(5).
       02 CLLimit      PIC 9(7)V99.
       02 CLHold       PIC X.
           88 CLOnHold  VALUE "H".
           88 CLNotHeld VALUE "N", SPACE.
       02 CLHoldReason PIC X.
           88 CLManualHold VALUE "M".
           88 CLAgingHold  VALUE "A".
       02 CLHoldDate   PIC 9(8).
