*> HeldMailRecord layout for HeldMail.txt, the held-mail report every
*> mailing run (votelabel, arstmt, ardunlet) adds to instead of sending
*> a piece to an address flagged returned - one line per piece held,
*> with the run and date, the customer and when and what came back;
*> built in working storage and written FROM it so the spacing and
*> the RETURNED literal come out on the line
01 HeldMailRecord.
       02 HMRunDate    PIC 9(8).
       02 FILLER       PIC X VALUE SPACE.
       02 HMProgram    PIC X(9).
       02 FILLER       PIC X VALUE SPACE.
       02 HMIDNum      PIC 9(5).
       02 FILLER       PIC X VALUE SPACE.
       02 HMName       PIC X(31).
       02 FILLER       PIC X(10) VALUE " RETURNED ".
       02 HMReturnDate PIC 9(8).
       02 FILLER       PIC X VALUE SPACE.
       02 HMReturnType PIC X(9).
