      *> shorter layout will not open against this one (file status
      *> 39) - run CourseConvert once to carry it forward before using
      *> any of the programs that copy this book.
      *> InstructorId names the INSTRUCTOR-MASTER record of whoever
      *> teaches the course, assigned through MaintainCourses; spaces
      *> mean nobody has been assigned yet.
       01  :RECORD-NAME:.
           02  :CODE-NAME:        PIC X(4).
           02  :DESC-NAME:        PIC X(20).
           02  :SEATS-NAME:       PIC 9(3).
           02  :ENROLLED-NAME:    PIC 9(5).
           02  :FEE-NAME:         PIC 9(5)V99.
           02  :INSTR-NAME:       PIC X(6).
