*> NewHireRecord layout for NewHire.dat, the weekly state new-hire
*> file newhire writes - an "H" header with our employer details, one
*> "D" line per employee hired since the last run with the SSN, name
*> and hire date, and a "T" trailer with the count of D lines
01 NewHireRecord.
       02 NHRecType PIC X.
           88 NHHeader  VALUE "H".
           88 NHDetail  VALUE "D".
           88 NHTrailer VALUE "T".
       02 NHHeaderData.
           03 NHFedID   PIC X(9).
           03 NHStateID PIC X(12).
           03 NHEmpName PIC X(30).
           03 NHStreet  PIC X(25).
           03 NHCity    PIC X(15).
           03 NHState   PIC XX.
           03 NHZip     PIC 9(5).
       02 NHDetailData REDEFINES NHHeaderData.
           03 NHSSN      PIC 9(9).
           03 NHName     PIC X(20).
           03 NHHireDate PIC 9(8).
           03 NHIdent    PIC 9(3).
       02 NHTrailerData REDEFINES NHHeaderData.
           03 NHRecordCount PIC 9(5).
           03 NHRunDate     PIC 9(8).
