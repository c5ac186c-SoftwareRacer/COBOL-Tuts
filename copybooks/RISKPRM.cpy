*> RiskParmRecord layout for RiskParm.dat, the one-record file of
*> at-risk limits intvmaint maintains and atrisk runs by - the term
*> GPA below which a student is flagged, and the share of marked
*> school days absent, as a percentage, past which they are flagged
01 RiskParmRecord.
       02 RKGPAFloor     PIC 9V99.
       02 RKAbsenceLimit PIC 99V9.
