*> SectionEnrollRecord layout for the section placements sectenrl
*> writes - one line per student per section per term, the student's
*> schedule and the section's class list both come off this file, and
*> the score capture accepts a course only for a student placed in it
01 SectionEnrollRecord.
       02 SEStudentID PIC 9(5).
       02 SETerm      PIC 9(5).
       02 SECourse    PIC X(6).
       02 SESection   PIC 99.
       02 SEDate      PIC 9(8).
