      *> Shared INSTRUCTOR-MASTER record, keyed by IN-InstructorId - one
      *> record per member of teaching staff, maintained by a supervisor
      *> through MaintainInstructors.  CM-InstructorId on COURSE-MASTER
      *> points here to say who teaches each course.  IN-MaxHours is the
      *> most timetabled contact hours a week the instructor may carry;
      *> TeachingLoad adds up the COURSE-SCHEDULE sessions of every
      *> course assigned to them and flags anyone over it.  Like
      *> RUNCTL, every program uses the same IN- names, so no REPLACING
      *> is needed.
       01  InstructorRecord.
           02  IN-InstructorId    PIC X(6).
           02  IN-InstructorName  PIC X(20).
           02  IN-Department      PIC X(15).
           02  IN-MaxHours        PIC 99.
