*> CustAddrRecord layout for the customer address file keyed by
*> IDNum, shared by the customer maintenance capture in coboltut7 and
*> the mailing label print that joins it to the voter roll; an address
*> the post office has sent mail back from is flagged returned with the
*> date and the kind of mailing that came back, and every mailing run
*> holds its piece for that customer until coboltut7 keys a new address
01 CustAddrRecord.
       02 CAIDNum  PIC 9(5).
       02 CAStreet PIC X(25).
       02 CACity   PIC X(15).
       02 CAState  PIC XX.
       02 CAZip    PIC 9(5).
       02 CAMailFlag   PIC X.
           88 CAMailReturned VALUE "R".
           88 CAMailGood     VALUE "N", SPACE.
       02 CAReturnDate PIC 9(8).
       02 CAReturnType PIC X.
           88 CARetStatement VALUE "S".
           88 CARetVoter     VALUE "V".
           88 CARetLetter    VALUE "L".
           88 CARetOther     VALUE "O".
           88 CAValidReturnType VALUE "S", "V", "L", "O".
