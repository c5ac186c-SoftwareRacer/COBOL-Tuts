*> FeeSchedRecord layout for the school fee schedule feemaint keeps -
*> one line per fee code: a grade fee (activity, lunch) has no course
*> and is raised for every student in its grade, or in every grade
*> when the grade is zero; a course fee (lab) names the course and is
*> raised for a student placed in a section of it that term
01 FeeSchedRecord.
       02 FSCode        PIC X(4).
       02 FSDescription PIC X(30).
       02 FSGrade       PIC 99.
       02 FSCourse      PIC X(6).
       02 FSAmount      PIC 9(5)V99.
