      *> Shared REMINDER-LETTERS record written by the AgedDebt run -
      *> one per open balance on STUDENT-BILLING more than 30 days old,
      *> for the bursar's office to print and post.  RL-Level says which
      *> letter: 1 over 30 days, 2 over 60 days, 3 over 90 days (the
      *> final letter - the student is on financial hold).  Carries the
      *> STUDENT-CONTACT details the same way PROMO-NOTIFY does (blank
      *> when no contact record is on file, which the office chases
      *> separately).  Like RUNCTL, every program uses the same RL-
      *> names, so no REPLACING is needed.
       01  ReminderLetterRecord.
           02  RL-StudentId       PIC 9(7).
           02  RL-StudentName.
               03  RL-Surname     PIC X(8).
               03  RL-Initials    PIC XX.
           02  RL-CourseCode      PIC X(4).
           02  RL-CourseDesc      PIC X(20).
           02  RL-BilledDate      PIC 9(8).
           02  RL-DaysOwing       PIC 9(5).
           02  RL-Balance         PIC 9(5)V99.
           02  RL-Level           PIC 9.
           02  RL-LetterDate      PIC 9(8).
           02  RL-AddressLine1    PIC X(30).
           02  RL-AddressLine2    PIC X(30).
           02  RL-PostCode        PIC X(8).
           02  RL-Phone           PIC X(15).
           02  RL-Email           PIC X(40).
