      *> Shared BILL-ADJUST record - one line for every change made to
      *> STUDENT-BILLING after the termly TuitionBilling run, appended
      *> the way STUDENT-AUDIT is and printed by AdjustRegister with
      *> control totals so the bursar can square the books.
      *>    C  credit raised against BA-BillKey when the enrollment is
      *>       dropped, withdrawn, transferred away or completed -
      *>       BA-Amount is the refund-schedule share of the fee for the
      *>       week of term the drop fell in (BA-WeekNo, BA-RefundPct)
      *>    S  supplementary bill raised by TuitionBilling for a late
      *>       enrollment that had no billing record
      *> BA-Source names the program that raised it and BA-OperatorId
      *> who was signed on (BATCH for the batch programs).  Like
      *> RUNCTL, every program uses the same BA- names, so no REPLACING
      *> is needed.
       01  BillAdjustRecord.
           02  BA-BillKey.
               03  BA-StudentId   PIC 9(7).
               03  BA-CourseCode  PIC X(4).
           02  BA-AdjType         PIC X.
               88 Adj-Is-Credit        VALUE "C".
               88 Adj-Is-Supplementary VALUE "S".
           02  BA-Amount          PIC 9(5)V99.
           02  BA-TuitionFee      PIC 9(5)V99.
           02  BA-WeekNo          PIC 9(3).
           02  BA-RefundPct       PIC 9(3).
           02  BA-AdjDate         PIC 9(8).
           02  BA-AdjTime         PIC 9(8).
           02  BA-Source          PIC X(16).
           02  BA-OperatorId      PIC X(8).
