      *> Shared FINANCIAL-HOLD record, keyed by StudentId.  The AgedDebt
      *> run places a hold ("H") on every student with a balance on
      *> STUDENT-BILLING more than 90 days old, and while it stands
      *> AcceptAndDisplay, BatchStudentLoad, MaintainStudents and
      *> BatchStudentMaint refuse the student any new enrollment.  Only
      *> a supervisor can release a hold ("R"), through MaintainStudents;
      *> the release records who and when, and the over-90 balance at
      *> the time (FH-ReleasedAmount), so a later AgedDebt run only puts
      *> the hold back when more debt has passed 90 days since.
      *> FH-OverdueAmount and FH-LastSeenDate are refreshed by every run
      *> that still finds over-90 debt.  Like RUNCTL, every program uses
      *> the same FH- names, so no REPLACING is needed.
       01  FinancialHoldRecord.
           02  FH-StudentId       PIC 9(7).
           02  FH-Status          PIC X.
               88 Hold-Is-Active     VALUE "H".
               88 Hold-Is-Released   VALUE "R".
           02  FH-HeldDate        PIC 9(8).
           02  FH-OverdueAmount   PIC 9(7)V99.
           02  FH-OldestBilled    PIC 9(8).
           02  FH-LastSeenDate    PIC 9(8).
           02  FH-ReleasedDate    PIC 9(8).
           02  FH-ReleasedBy      PIC X(8).
           02  FH-ReleasedAmount  PIC 9(7)V99.
