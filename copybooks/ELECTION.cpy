*> ElectionRecord layout for Election.dat, the county election
*> office's list of elections held, keyed by the election ID - the
*> participation file records voters against this ID, and the date
*> orders elections for the inactive-voter list
01 ElectionRecord.
       02 ELID   PIC X(6).
       02 ELDate PIC 9(8).
       02 ELType PIC X.
           88 ELGeneral    VALUE "G".
           88 ELPrimary    VALUE "P".
           88 ELSpecial    VALUE "S".
           88 ELLocal      VALUE "L".
           88 ELValidType  VALUE "G", "P", "S", "L".
       02 ELDesc PIC X(30).
