*> AttendHistRecord layout for the daily attendance history, shared
*> by the attend capture program and the attrpt monthly reports - one
*> record per student per date with the grade their seat is in and the
*> P (present) / A (absent) / T (tardy) mark; indexed on the student ID
*> and date so one student's days are read straight off the key, with
*> ATSeq telling apart a second mark keyed for the same day
01 AttendHistRecord.
       02 ATKey.
           03 ATIDNum PIC 9(5).
           03 ATDate  PIC 9(8).
           03 ATSeq   PIC 9(3).
       02 ATGrade  PIC 99.
       02 ATStatus PIC X.
