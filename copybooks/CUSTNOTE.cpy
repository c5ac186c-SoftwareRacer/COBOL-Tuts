*> CustNoteRecord layout for the customer contact notes file keyed by
*> IDNum plus the date and time the note was taken - written from the
*> coboltut customer lookup, printed on the custdoss dossier and shown
*> again by arcinq for an archived customer; the file is never swept
*> with the master, so a customer's notes outlive an archive and are
*> there again on restore
01 CustNoteRecord.
       02 CNKey.
           03 CNIDNum PIC 9(5).
           03 CNDate  PIC 9(8).
           03 CNTime  PIC 9(8).
       02 CNOperator    PIC X(8).
       02 CNContactType PIC X.
           88 CNCall      VALUE "C".
           88 CNLetter    VALUE "L".
           88 CNVisit     VALUE "V".
           88 CNEmail     VALUE "E".
           88 CNSystem    VALUE "S".
           88 CNValidType VALUE "C", "L", "V", "E".
       02 CNLineCount   PIC 9.
       02 CNLine OCCURS 5 TIMES PIC X(60).
