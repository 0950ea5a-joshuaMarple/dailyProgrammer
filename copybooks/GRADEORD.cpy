      *> Working-storage ranking of the letter grades CourseComplete
      *> posts to SH-Grade, best first, used wherever one grade has to
      *> be compared with another - a COURSE-PREREQ minimum grade is met
      *> by any grade that ranks at or above it.  A grade that is not on
      *> the list ranks below all of them (GR-Rank 99).
       01  GR-Order-Values.
           02  FILLER             PIC X(28)
               VALUE "A+A A-B+B B-C+C C-D+D D-E F ".
       01  GR-Order-Table REDEFINES GR-Order-Values.
           02  GR-Order-Grade     PIC X(2) OCCURS 14 TIMES.
       01  GR-Idx                 PIC 99.
       01  GR-Grade               PIC X(2).
       01  GR-Rank                PIC 99.
