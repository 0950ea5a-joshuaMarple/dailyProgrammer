      *> Shared STREAM-SCHEDULE record.  Operations keep one record per
      *> dependency in the overnight stream - the job and one job that
      *> must have completed before it may start - so a job with three
      *> predecessors has three records.  A job that is scheduled but
      *> waits on nothing gets a single record with SS-Predecessor left
      *> blank, so StreamStatus still expects it.  Both names are the
      *> RC-ProgramName the job writes on RUN-CONTROL (BatchStudentMnt,
      *> not BatchStudentMaint).  For example:
      *>    StudentPurge      StudentUnload
      *>    AckReconcile      StudentExtract
      *>    PaymentPosting    TuitionBilling
      *>    StudentUnload     (blank)
      *> Before it writes its "S" record each batch program looks for a
      *> "C" record dated today from every predecessor it has here, and
      *> if one is missing it writes an "A" record naming the job in
      *> RC-MissingJob and stops without touching anything.  With no
      *> STREAM-SCHEDULE file nothing is checked, so daytime ad-hoc
      *> runs are not held up.  Like RUNCTL, every program uses the
      *> same SS- names, so no REPLACING is needed.
       01  StreamScheduleRecord.
           02  SS-ProgramName     PIC X(16).
           02  SS-Predecessor     PIC X(16).
