      *> can hold seats on any number of courses at once.  The student's
      *> identity (name, gender, created stamps) lives once on
      *> STUDENT-MASTER; dropping one enrollment never disturbs the
      *> student's other courses.  EN-TermCode is the TERM-MASTER term
      *> that was current when the enrollment was made (spaces for
      *> enrollments made before there was a term calendar).  An
      *> enrollment file built to the earlier layout without it will
      *> not open against this one (file status 39); StudentReload
      *> rebuilds it from the last STUDENT-BACKUP, with no term.  Like
      *> RUNCTL, every program uses the same EN- names, so no REPLACING
      *> is needed.
       01  EnrollmentRecord.
           02  EN-EnrollKey.
               03  EN-StudentId   PIC 9(7).
               03  EN-CourseCode  PIC X(4).
           02  EN-EnrolledDate    PIC 9(8).
           02  EN-EnrolledTime    PIC 9(8).
           02  EN-TermCode        PIC X(6).
