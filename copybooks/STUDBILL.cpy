      *> TuitionBilling run - one record per enrollment, keyed by the
      *> composite BL-BillKey, carrying the course fee at the time of
      *> billing - and updated by PaymentPosting as the bursar's
      *> receipts arrive.  A drop after billing credits the bill with
      *> its refund-schedule share of the fee in BL-CreditAmount (see
      *> REFUNDSC), and the supplementary TuitionBilling mode adds
      *> bills for late enrollments without disturbing the rest.
      *> BL-TermCode is the term of the enrollment billed (EN-TermCode).
      *> BL-Status goes from "O" (open) to "P" when BL-AmountPaid plus
      *> BL-CreditAmount covers BL-TuitionFee.  A billing file built to
      *> an earlier layout (without BL-CreditAmount or BL-TermCode)
      *> will not open against this one (file status 39); the next full
      *> TuitionBilling run for ALL terms recreates it.  A full run for
      *> one term replaces only the bills carrying that BL-TermCode.
      *> Like RUNCTL, every program uses the same BL- names, so no
      *> REPLACING is needed.
       01  StudentBillingRecord.
           02  BL-BillKey.
               03  BL-StudentId   PIC 9(7).
               03  BL-Initials    PIC XX.
           02  BL-TuitionFee      PIC 9(5)V99.
           02  BL-AmountPaid      PIC 9(5)V99.
           02  BL-CreditAmount    PIC 9(5)V99.
           02  BL-BilledDate      PIC 9(8).
           02  BL-Status          PIC X.
               88 Bill-Is-Open    VALUE "O".
               88 Bill-Is-Paid    VALUE "P".
           02  BL-TermCode        PIC X(6).
