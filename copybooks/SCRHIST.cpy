*> ScoreHistRecord layout for the letter-grade history - every grade
*> ever entered with the grade-point value it converted to and the
*> course it was earned in; indexed on the student ID and term so one
*> student's grades are read straight off the key, with SHSeq keeping
*> a term's grades in the order they were keyed (a course graded again
*> files after the first one)
01 ScoreHistRecord.
       02 SHKey.
           03 SHStudentID PIC 9(5).
           03 SHTerm      PIC 9(5).
           03 SHSeq       PIC 9(3).
       02 SHScore  PIC X.
       02 SHPoints PIC 9V9.
       02 SHCourse PIC X(6).
