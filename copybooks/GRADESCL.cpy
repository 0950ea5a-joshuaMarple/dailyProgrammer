      *> Shared GRADE-SCALE record - one record per SH-Grade giving the
      *> grade points it is worth towards a grade point average, keyed
      *> by the grade itself.  Maintained by a supervisor through
      *> MaintainCourses and loaded into a table by AcademicStanding.
      *> A grade with no record here (a pass/fail mark, say) is shown
      *> on the transcript but never counts towards the GPA.  Like
      *> RUNCTL, every program uses the same GS- names, so no
      *> REPLACING is needed.
       01  GradeScaleRecord.
           02  GS-Grade           PIC X(2).
           02  GS-Points          PIC 9V99.
