*> ClassSectionRecord layout for the class sections sectmaint keeps -
*> one line per section of a catalog course offered in a term, with
*> the teacher, room, the period of the school day it meets in and its
*> seat limit; placements in SectionEnroll.dat point back to it
01 ClassSectionRecord.
       02 CSCourse    PIC X(6).
       02 CSSection   PIC 99.
       02 CSTerm      PIC 9(5).
       02 CSTeacher   PIC X(20).
       02 CSRoom      PIC X(5).
       02 CSPeriod    PIC 99.
       02 CSSeatLimit PIC 9(3).
