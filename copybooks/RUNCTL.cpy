      *> when it ends, so operations can see what ran and with what
      *> counts, and BatchStudentLoad can refuse an accidental second
      *> run against an input file it already completed on the same
      *> date.  RC-MissingJob is blank except on the "A" record a
      *> program writes when it refuses to start because a predecessor
      *> on STREAM-SCHEDULE has not completed today - it names that
      *> job, so StreamStatus can say why the run never happened.
       01  RunControlRecord.
           02  RC-ProgramName     PIC X(16).
           02  RC-RunDate         PIC 9(8).
           02  RC-LoadedCount     PIC 9(7).
           02  RC-RejectedCount   PIC 9(7).
           02  RC-OperatorId      PIC X(8).
           02  RC-MissingJob      PIC X(16).
