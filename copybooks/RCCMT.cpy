*> ReportCommentRecord layout for the teacher comments rcmaint keys
*> ahead of the report-card run - one line per student per course per
*> term, printed under the course's grade on the student's card
01 ReportCommentRecord.
       02 RCStudentID PIC 9(5).
       02 RCTerm      PIC 9(5).
       02 RCCourse    PIC X(6).
       02 RCComment   PIC X(60).
