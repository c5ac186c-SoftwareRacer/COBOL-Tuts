*> CensusSnapRecord layout for the enrollment census snapshot file -
*> census freezes one line per student enrolled on a state count date,
*> with the grade, the age on the count date off the student master,
*> the entry date and the grade's seat capacity that day; a count date
*> is frozen once and never rewritten, so what was reported can always
*> be reproduced and the live register compared against it
01 CensusSnapRecord.
       02 CNCountDate PIC 9(8).
       02 CNIDNum     PIC 9(5).
       02 CNGrade     PIC 99.
       02 CNAge       PIC 99.
       02 CNEntryDate PIC 9(8).
       02 CNCapacity  PIC 9(3).
