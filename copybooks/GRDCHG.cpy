*> GradeChangeRecord layout for the grade-change file - grdchg
*> appends one line per change a clerk requests to a posted letter
*> grade, pending, and grdappr marks it approved or rejected with the
*> supervisor who decided and the date; nothing is ever taken off, so
*> the file is the audit trail of every change asked for and who
*> decided it, and grdchrpt lists the ones made after a term closed
01 GradeChangeRecord.
       02 GKStudentID   PIC 9(5).
       02 GKTerm        PIC 9(5).
       02 GKCourse      PIC X(6).
       02 GKOldScore    PIC X.
       02 GKOldPoints   PIC 9V9.
       02 GKNewScore    PIC X.
       02 GKNewPoints   PIC 9V9.
       02 GKReason      PIC X(40).
       02 GKRequestor   PIC X(8).
       02 GKRequestDate PIC 9(8).
       02 GKStatus      PIC X.
           88 GKPending  VALUE "P".
           88 GKApproved VALUE "A".
           88 GKRejected VALUE "R".
       02 GKApprover    PIC X(8).
       02 GKDecideDate  PIC 9(8).
