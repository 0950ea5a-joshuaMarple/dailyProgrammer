      *> Shared TERM-MASTER record, keyed by TM-TermCode - the term
      *> calendar, one record per academic term, maintained by a
      *> supervisor through MaintainTerms.  Term codes are chosen to
      *> sort in calendar order (year first, e.g. 2026S1, 2026S2).
      *> Exactly one term is current ("C"): new enrollments are stamped
      *> with it (EN-TermCode, carried on to BL-TermCode and
      *> SH-TermCode) and are refused after its TM-AddDropDate unless a
      *> supervisor overrides in MaintainStudents.  Terms still to come
      *> are "F" (future) and finished ones "X" (closed); TermRollover
      *> closes the current term and makes the earliest future one
      *> current, rolling COURSE-MASTER into it.  TM-StartDate is also
      *> where the refund schedule's week of term counts from (see
      *> REFUNDSC), and TM-BillingDate is the date TuitionBilling's
      *> full run for the term falls due.  Like RUNCTL, every program
      *> uses the same TM- names, so no REPLACING is needed.
       01  TermRecord.
           02  TM-TermCode        PIC X(6).
           02  TM-StartDate       PIC 9(8).
           02  TM-EndDate         PIC 9(8).
           02  TM-BillingDate     PIC 9(8).
           02  TM-AddDropDate     PIC 9(8).
           02  TM-Status          PIC X.
               88 Term-Is-Future      VALUE "F".
               88 Term-Is-Current     VALUE "C".
               88 Term-Is-Closed      VALUE "X".
