*> EnrollRegRecord layout for the enrollment register - one record per
*> admission saying which student took a seat in which grade on which
*> day; indexed on the student ID and admission date so a student's
*> admissions are read straight off the key, with ERSeq telling apart
*> a second admission keyed for the same student on the same day
01 EnrollRegRecord.
       02 ERKey.
           03 ERIDNum PIC 9(5).
           03 ERDate  PIC 9(8).
           03 ERSeq   PIC 9(3).
       02 ERGrade PIC 99.
