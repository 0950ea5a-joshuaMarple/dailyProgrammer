      *> Shared COURSE-PREREQ record - one record per prerequisite, keyed
      *> by the composite PR-PrereqKey (the course being entered, then
      *> the course that must already have been completed) so a course
      *> can demand any number of earlier courses.  PR-MinGrade is the
      *> lowest SH-Grade that counts as a pass for the prerequisite,
      *> ranked through the GRADEORD table; blank accepts any completion.
      *> Supervisors maintain it from MaintainCourses, and every
      *> enrollment path - AcceptAndDisplay, MaintainStudents,
      *> BatchStudentLoad and BatchStudentMaint - checks it against the
      *> student's SH-LeaveCode "C" rows on STUDENT-HISTORY.  Like
      *> RUNCTL, every program uses the same PR- names, so no REPLACING
      *> is needed.
       01  CoursePrereqRecord.
           02  PR-PrereqKey.
               03  PR-CourseCode   PIC X(4).
               03  PR-RequiredCode PIC X(4).
           02  PR-MinGrade        PIC X(2).
