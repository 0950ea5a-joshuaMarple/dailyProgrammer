      *> Shared STUDENT-STANDING record written by the termly
      *> AcademicStanding run - one record per student with at least one
      *> graded completion on STUDENT-HISTORY, keyed by StudentId - and
      *> read back by StudentTranscript and MaintainStudents' Inquire.
      *> ST-GPA is the average of the GRADE-SCALE points over the
      *> student's graded "C" history rows; ST-Standing is "D" for the
      *> Dean's list, "P" for probation and "G" for good standing.  The
      *> file is rebuilt by every run, so ST-RunDate says how current
      *> it is.  Like RUNCTL, every program uses the same ST- names, so
      *> no REPLACING is needed.
       01  StudentStandingRecord.
           02  ST-StudentId       PIC 9(7).
           02  ST-GPA             PIC 9V99.
           02  ST-GradedCount     PIC 9(3).
           02  ST-Standing        PIC X.
               88 Standing-Good      VALUE "G".
               88 Standing-Deans     VALUE "D".
               88 Standing-Probation VALUE "P".
           02  ST-RunDate         PIC 9(8).
