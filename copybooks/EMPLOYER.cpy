*> EmployerRecord layout for Employer.dat, the one-record file of our
*> own employer details that ermaint keeps and the government filings
*> (the state new-hire report) print from - the federal and state
*> employer numbers and the legal name and address the state has on
*> file for us
01 EmployerRecord.
       02 ERFedID   PIC X(9).
       02 ERStateID PIC X(12).
       02 ERName    PIC X(30).
       02 ERStreet  PIC X(25).
       02 ERCity    PIC X(15).
       02 ERState   PIC XX.
       02 ERZip     PIC 9(5).
