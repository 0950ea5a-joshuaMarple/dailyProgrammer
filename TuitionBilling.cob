*> balance.  PaymentPosting applies the bursar's receipts against the
*> billing file afterwards.
*>
*> A full run rebuilds the bills of the term it covers from scratch -
*> it is a termly statement of what is owed as of the roster today,
*> not a ledger - so an accidental second run would wipe every
*> payment PaymentPosting has applied to them.  Every run is
*> therefore logged to RUN-CONTROL the way BatchStudentLoad logs its
*> runs, and a run that already completed today is refused unless
*> overridden - interactively, or through a RERUN-OVERRIDE record on
*> RUN-PARAMS when the stream runs unattended (no record means no
*> override).
*>
*> A supplementary run (BILL-MODE S on RUN-PARAMS, or S at the
*> prompt) bills only the late enrollments that have no billing
*> record yet.  STUDENT-BILLING is opened I-O rather than recreated,
*> so the fees, payments and credits already on file are left alone;
*> each new bill is logged to BILL-ADJUST as a supplementary
*> adjustment for AdjustRegister.  Because nothing already posted is
*> lost, a supplementary run is not held to the same-day guard.
*>
*> Each run bills one term.  The TERM record on RUN-PARAMS (or the
*> prompt) names it; left blank it is the term TERM-MASTER marks
*> current, and ALL - or a calendar with no current term - bills
*> every enrollment whatever its term.  Only a full run for ALL
*> recreates STUDENT-BILLING.  A full run for one term opens it I-O
*> (creating it if there is none), deletes just the bills whose
*> BL-TermCode is that term and bills the term again, so the bills
*> of every other term - and the payments and credits posted to
*> them - stay exactly as they are for AgedDebt to chase.
*>
*> An enrollment made before there was a term calendar has a blank
*> EN-TermCode; it counts as the current term, so a run for the
*> current term bills it and stamps the bill with that term.  Every
*> other bill is stamped with its enrollment's term in BL-TermCode.
*> A bill already on file for the same student and course under
*> another term (a legacy bill with no term, or a course taken
*> again) is left as it stands and listed on the register as kept
*> rather than overwritten.  Enrollments of other terms are counted
*> and left unbilled, and the register heading shows the term and
*> the billing date TERM-MASTER gives for it.  A term named that is
*> not on TERM-MASTER abandons the run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

    SELECT StudentBillingFile ASSIGN TO "STUDENT-BILLING"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BL-BillKey
        FILE STATUS IS WS-Billing-Status.

    SELECT BillAdjustFile ASSIGN TO "BILL-ADJUST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Adjust-Status.

    SELECT RegisterFile ASSIGN TO "INVOICE-REGISTER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Register-Status.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

    SELECT StreamScheduleFile ASSIGN TO "STREAM-SCHEDULE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-Status.

    SELECT RunParamsFile ASSIGN TO "RUN-PARAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Params-Status.

    SELECT TermMasterFile ASSIGN TO "TERM-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TM-TermCode
        FILE STATUS IS WS-Term-Status.

DATA DIVISION.
FILE SECTION.
FD  StudentEnrollFile.
                            ==:DESC-NAME:==   BY ==CM-CourseDesc==
                            ==:SEATS-NAME:==  BY ==CM-MaxSeats==
                            ==:ENROLLED-NAME:== BY ==CM-EnrolledCount==
                            ==:FEE-NAME:==    BY ==CM-TuitionFee==
                            ==:INSTR-NAME:==  BY ==CM-InstructorId==.

FD  StudentBillingFile.
    COPY STUDBILL.

FD  BillAdjustFile.
    COPY BILLADJ.

FD  RegisterFile
    LINAGE IS 60 LINES WITH FOOTING AT 55.
01  RegisterLine            PIC X(80).
FD  RunControlFile.
    COPY RUNCTL.

FD  StreamScheduleFile.
    COPY STRMSCHD.

FD  RunParamsFile.
    COPY RUNPARM.

FD  TermMasterFile.
    COPY TERMMAST.

WORKING-STORAGE SECTION.
01  WS-Enroll-Status      PIC XX.
01  WS-Master-Status      PIC XX.
01  WS-Course-Status      PIC XX.
01  WS-Billing-Status     PIC XX.
01  WS-Register-Status    PIC XX.
01  WS-Adjust-Status      PIC XX.
01  WS-Term-Status        PIC XX.
01  WS-RunCtl-Status     PIC XX.
01  WS-Stream-Status     PIC XX.
01  WS-Stream-Eof        PIC X VALUE "N".
    88 Stream-Eof        VALUE "Y".
01  WS-Pred-Scan-Eof     PIC X VALUE "N".
    88 Pred-Scan-Eof     VALUE "Y".
01  WS-Pred-Count        PIC 99 VALUE 0.
01  WS-Pred-Idx          PIC 99.
01  WS-Pred-Table.
    02  WS-Pred-Entry OCCURS 10 TIMES.
        03  WS-Pred-Name PIC X(16).
        03  WS-Pred-Done PIC X.
01  WS-Missing-Job       PIC X(16) VALUE SPACES.
01  WS-Params-Status     PIC XX.
01  WS-Operator-Id       PIC X(8) VALUE "BATCH".

01  WS-Override          PIC X.
01  WS-Param-Found       PIC X VALUE "N".
01  WS-Param-Value       PIC X(20).
01  WS-Param-Keyword     PIC X(14).

01  WS-Bill-Mode         PIC X VALUE "F".
    88 Full-Run          VALUE "F".
    88 Supplementary-Run VALUE "S".

01  WS-Term-Eof          PIC X VALUE "N".
    88 Term-Eof          VALUE "Y".
01  WS-Term-Entry        PIC X(6) VALUE SPACES.
01  WS-Select-Term       PIC X(6) VALUE SPACES.
01  WS-Select-Current    PIC X VALUE "N".
    88 Select-Is-Current VALUE "Y".
01  WS-Bill-Term         PIC X(6).
01  WS-Billing-Eof       PIC X VALUE "N".
    88 Billing-Eof       VALUE "Y".
01  WS-Term-BillDate     PIC 9(8) VALUE ZERO.

01  WS-Enroll-Eof         PIC X VALUE "N".
    88 Enroll-Eof         VALUE "Y".
01  WS-Run-Status         PIC X.
01  WS-Read-Count         PIC 9(7) VALUE 0.
01  WS-Billed-Count       PIC 9(7) VALUE 0.
01  WS-Skipped-Count      PIC 9(7) VALUE 0.
01  WS-Other-Term-Count   PIC 9(7) VALUE 0.
01  WS-Kept-Count         PIC 9(7) VALUE 0.
01  WS-Replaced-Count     PIC 9(7) VALUE 0.
01  WS-Total-Billed       PIC 9(9)V99 VALUE 0.

01  CurrentDate           PIC 9(8).
    02  FILLER            PIC X(17) VALUE "INVOICE REGISTER".
    02  FILLER            PIC X(6)  VALUE "as of ".
    02  WSH-RunDate       PIC 9(8).
    02  FILLER            PIC X(2)  VALUE SPACES.
    02  WSH-Mode          PIC X(13) VALUE SPACES.
01  WS-Heading-Term.
    02  FILLER            PIC X(6)  VALUE "Term: ".
    02  WSH-Term          PIC X(9).
    02  WSH-Due-Label     PIC X(14) VALUE SPACES.
    02  WSH-BillDate      PIC X(8)  VALUE SPACES.
01  WS-Heading-2.
    02  FILLER            PIC X(9)  VALUE "Id".
    02  FILLER            PIC X(11) VALUE "Surname".
    02  WSD-CourseCode    PIC X(4).
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSD-Fee           PIC ZZ,ZZ9.99.
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSD-Note          PIC X(20) VALUE SPACES.

01  WS-Total-Line-1.
    02  FILLER            PIC X(20) VALUE "Invoices raised   : ".
01  WS-Total-Line-2.
    02  FILLER            PIC X(20) VALUE "Total billed      : ".
    02  WST-Amount        PIC ZZZ,ZZZ,ZZ9.99.
01  WS-Total-Line-3.
    02  FILLER            PIC X(20) VALUE "Already billed    : ".
    02  WST-Skipped       PIC ZZZZZZ9.
01  WS-Total-Line-4.
    02  FILLER            PIC X(20) VALUE "Other terms       : ".
    02  WST-Other         PIC ZZZZZZ9.
01  WS-Total-Line-5.
    02  FILLER            PIC X(20) VALUE "Prior bills kept  : ".
    02  WST-Kept          PIC ZZZZZZ9.
01  WS-Total-Line-6.
    02  FILLER            PIC X(20) VALUE "Term bills replaced".
    02  FILLER            PIC X(2)  VALUE ": ".
    02  WST-Replaced      PIC ZZZZZZ9.

PROCEDURE DIVISION.
Begin.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   PERFORM CheckPredecessors.
   PERFORM GetBillMode.
   PERFORM GetTermSelection.
   IF Full-Run
      PERFORM CheckPriorRun
   END-IF.
   PERFORM OpenRunControl.
   MOVE "S" TO WS-Run-Status.
   PERFORM WriteRunRecord.
      END-READ
      IF NOT Enroll-Eof
         ADD 1 TO WS-Read-Count
         MOVE EN-TermCode TO WS-Bill-Term
         IF WS-Bill-Term = SPACES AND Select-Is-Current
            MOVE WS-Select-Term TO WS-Bill-Term
         END-IF
         IF WS-Select-Term NOT = SPACES
            AND WS-Bill-Term NOT = WS-Select-Term
            ADD 1 TO WS-Other-Term-Count
         ELSE
            PERFORM BillOneEnrollment
         END-IF
      END-IF
   END-PERFORM.
   PERFORM WriteRegisterTotals.
   CLOSE RunControlFile.
   DISPLAY "Enrollments read : " WS-Read-Count.
   DISPLAY "Invoices raised  : " WS-Billed-Count.
   IF Supplementary-Run
      DISPLAY "Already billed   : " WS-Skipped-Count
   END-IF.
   IF WS-Select-Term NOT = SPACES
      DISPLAY "Other terms      : " WS-Other-Term-Count
   END-IF.
   IF Full-Run AND WS-Select-Term NOT = SPACES
      DISPLAY "Bills replaced   : " WS-Replaced-Count
   END-IF.
   IF WS-Kept-Count NOT = ZERO
      DISPLAY "Prior bills kept : " WS-Kept-Count
   END-IF.
   DISPLAY "Total billed     : " WS-Total-Billed.
   STOP RUN.

CheckPriorRun.
*> Rebuilding a term's bills wipes whatever PaymentPosting has
*> already applied to them, so a run that completed today is refused
*> unless deliberately overridden - the same guard BatchStudentLoad
*> puts on a second pass over its input file.
   MOVE "N" TO WS-Already-Run.
   OPEN INPUT RunControlFile.
   IF WS-RunCtl-Status = "00"
      CLOSE RunControlFile
   END-IF.
   IF WS-Already-Run = "Y"
      IF WS-Select-Term = SPACES
         DISPLAY "TuitionBilling already completed today - a re-run"
                 " recreates STUDENT-BILLING and loses every posted"
                 " payment"
      ELSE
         DISPLAY "TuitionBilling already completed today - a re-run"
                 " rebuilds the term " WS-Select-Term " bills and"
                 " loses the payments posted to them"
      END-IF
      PERFORM GetOverrideAnswer
      IF WS-Override NOT = "Y" AND WS-Override NOT = "y"
         DISPLAY "Run abandoned - no override given"
      END-IF
   END-IF.

GetBillMode.
*> F rebuilds the term's bills from the roster; S adds bills for the
*> enrollments not yet billed.  Unattended, a missing BILL-MODE
*> record means the usual full run.
   OPEN INPUT RunParamsFile.
   IF WS-Params-Status = "00"
      MOVE "BILL-MODE" TO WS-Param-Keyword
      PERFORM FindParam
      CLOSE RunParamsFile
      IF WS-Param-Found = "Y"
         MOVE WS-Param-Value (1:1) TO WS-Bill-Mode
      END-IF
   ELSE
      DISPLAY "Full or supplementary billing run? (F/S): "
      ACCEPT WS-Bill-Mode
      IF WS-Bill-Mode = SPACE
         MOVE "F" TO WS-Bill-Mode
      END-IF
   END-IF.
   IF WS-Bill-Mode = "f"
      MOVE "F" TO WS-Bill-Mode
   END-IF.
   IF WS-Bill-Mode = "s"
      MOVE "S" TO WS-Bill-Mode
   END-IF.
   IF NOT Full-Run AND NOT Supplementary-Run
      DISPLAY "Billing mode [" WS-Bill-Mode "] must be F or S"
              " - run abandoned"
      PERFORM OpenRunControl
      PERFORM AbendRun
   END-IF.

GetTermSelection.
*> Unattended, a missing TERM record means the current term, the
*> same as a blank answer at the prompt.
   OPEN INPUT RunParamsFile.
   IF WS-Params-Status = "00"
      MOVE "TERM" TO WS-Param-Keyword
      PERFORM FindParam
      CLOSE RunParamsFile
      IF WS-Param-Found = "Y"
         MOVE WS-Param-Value (1:6) TO WS-Term-Entry
      END-IF
   ELSE
      DISPLAY "Term to bill (blank for current, ALL for every"
              " term): "
      ACCEPT WS-Term-Entry
   END-IF.
   IF WS-Term-Entry = "all"
      MOVE "ALL" TO WS-Term-Entry
   END-IF.
   IF WS-Term-Entry NOT = "ALL"
      OPEN INPUT TermMasterFile
      IF WS-Term-Status = "00"
         IF WS-Term-Entry = SPACES
            PERFORM FindCurrentTerm
         ELSE
            PERFORM FindNamedTerm
         END-IF
         CLOSE TermMasterFile
      END-IF
      IF WS-Term-Entry NOT = SPACES AND WS-Select-Term = SPACES
         DISPLAY "Term [" WS-Term-Entry "] is not on TERM-MASTER"
                 " - run abandoned"
         PERFORM OpenRunControl
         PERFORM AbendRun
      END-IF
   END-IF.

FindCurrentTerm.
   PERFORM UNTIL Term-Eof
      READ TermMasterFile NEXT RECORD
          AT END MOVE "Y" TO WS-Term-Eof
      END-READ
      IF NOT Term-Eof AND Term-Is-Current
         MOVE TM-TermCode    TO WS-Select-Term
         MOVE TM-BillingDate TO WS-Term-BillDate
         MOVE "Y"            TO WS-Select-Current
      END-IF
   END-PERFORM.

FindNamedTerm.
   MOVE WS-Term-Entry TO TM-TermCode.
   READ TermMasterFile
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE TM-TermCode    TO WS-Select-Term
       MOVE TM-BillingDate TO WS-Term-BillDate
       IF Term-Is-Current
          MOVE "Y" TO WS-Select-Current
       END-IF
   END-READ.

GetOverrideAnswer.
*> With a RUN-PARAMS file present this run is unattended - the answer
*> comes from the RERUN-OVERRIDE record, and no record means "N".
*> With no RUN-PARAMS file, ask the operator as always.
   OPEN INPUT RunParamsFile.
   IF WS-Params-Status = "00"
      MOVE "RERUN-OVERRIDE" TO WS-Param-Keyword
      PERFORM FindParam
      CLOSE RunParamsFile
      IF WS-Param-Found = "Y"
         IF WS-Param-Value (1:1) NOT = "Y"
      ACCEPT WS-Override
   END-IF.

FindParam.
   MOVE "N" TO WS-Param-Found.
   MOVE "N" TO WS-Params-Eof.
   PERFORM UNTIL Params-Eof
      END-READ
      IF NOT Params-Eof
         IF RP-ProgramName = "TuitionBilling"
            AND RP-Keyword = WS-Param-Keyword
            MOVE RP-Value TO WS-Param-Value
            MOVE "Y" TO WS-Param-Found
         END-IF
      END-IF
   END-PERFORM.

CheckPredecessors.
*> Every job STREAM-SCHEDULE lists ahead of this one must have a "C"
*> record on RUN-CONTROL dated today.  The first one without is
*> named in RC-MissingJob on an "A" record and the run stops before
*> it opens anything else.  No schedule file, no check.
   OPEN INPUT StreamScheduleFile.
   IF WS-Stream-Status = "00"
      PERFORM UNTIL Stream-Eof
         READ StreamScheduleFile
             AT END MOVE "Y" TO WS-Stream-Eof
         END-READ
         IF NOT Stream-Eof
            IF SS-ProgramName = "TuitionBilling"
               AND SS-Predecessor NOT = SPACES
               AND WS-Pred-Count < 10
               ADD 1 TO WS-Pred-Count
               MOVE SS-Predecessor TO WS-Pred-Name (WS-Pred-Count)
               MOVE "N" TO WS-Pred-Done (WS-Pred-Count)
            END-IF
         END-IF
      END-PERFORM
      CLOSE StreamScheduleFile
   END-IF.
   IF WS-Pred-Count > 0
      OPEN INPUT RunControlFile
      IF WS-RunCtl-Status = "00"
         PERFORM UNTIL Pred-Scan-Eof
            READ RunControlFile
                AT END MOVE "Y" TO WS-Pred-Scan-Eof
            END-READ
            IF NOT Pred-Scan-Eof
               PERFORM MarkPredecessorDone
            END-IF
         END-PERFORM
         CLOSE RunControlFile
      END-IF
      PERFORM VARYING WS-Pred-Idx FROM 1 BY 1
              UNTIL WS-Pred-Idx > WS-Pred-Count
         IF WS-Pred-Done (WS-Pred-Idx) = "N"
            AND WS-Missing-Job = SPACES
            MOVE WS-Pred-Name (WS-Pred-Idx) TO WS-Missing-Job
         END-IF
      END-PERFORM
   END-IF.
   IF WS-Missing-Job NOT = SPACES
      DISPLAY "TuitionBilling cannot start - " WS-Missing-Job
              " has not completed today"
      PERFORM OpenRunControl
      PERFORM AbendRun
   END-IF.

MarkPredecessorDone.
   IF RC-RunDate = CurrentDate AND RC-Status = "C"
      PERFORM VARYING WS-Pred-Idx FROM 1 BY 1
              UNTIL WS-Pred-Idx > WS-Pred-Count
         IF RC-ProgramName = WS-Pred-Name (WS-Pred-Idx)
            MOVE "Y" TO WS-Pred-Done (WS-Pred-Idx)
         END-IF
      END-PERFORM
   END-IF.

OpenRunControl.
   OPEN EXTEND RunControlFile.
   IF WS-RunCtl-Status NOT = "00"
   MOVE WS-Read-Count     TO RC-ReadCount.
   MOVE WS-Billed-Count   TO RC-LoadedCount.
   MOVE ZERO              TO RC-RejectedCount.
   MOVE WS-Missing-Job TO RC-MissingJob.
   MOVE WS-Operator-Id TO RC-OperatorId
   WRITE RunControlRecord.

      DISPLAY "Unable to open COURSE-MASTER - status " WS-Course-Status
      PERFORM AbendRun
   END-IF.
   IF Supplementary-Run
      OPEN I-O StudentBillingFile
      IF WS-Billing-Status NOT = "00"
         DISPLAY "Unable to open STUDENT-BILLING - status "
                 WS-Billing-Status " - a supplementary run needs"
                 " the full run's billing file"
         PERFORM AbendRun
      END-IF
      OPEN EXTEND BillAdjustFile
      IF WS-Adjust-Status NOT = "00"
         OPEN OUTPUT BillAdjustFile
      END-IF
   ELSE IF WS-Select-Term = SPACES
      OPEN OUTPUT StudentBillingFile
      IF WS-Billing-Status NOT = "00"
         DISPLAY "Unable to create STUDENT-BILLING - status "
                 WS-Billing-Status
         PERFORM AbendRun
      END-IF
   ELSE
      OPEN I-O StudentBillingFile
      IF WS-Billing-Status = "35"
         OPEN OUTPUT StudentBillingFile
         CLOSE StudentBillingFile
         OPEN I-O StudentBillingFile
      END-IF
      IF WS-Billing-Status NOT = "00"
         DISPLAY "Unable to open STUDENT-BILLING - status "
                 WS-Billing-Status
         PERFORM AbendRun
      END-IF
      PERFORM RemoveTermBills
   END-IF.
   OPEN OUTPUT RegisterFile.
   IF WS-Register-Status NOT = "00"
      PERFORM AbendRun
   END-IF.

RemoveTermBills.
*> Only the selected term's own bills are rebuilt.  A legacy bill with
*> no term is never removed here - its enrollment finds it on file
*> and it is kept as it stands.
   PERFORM UNTIL Billing-Eof
      READ StudentBillingFile NEXT RECORD
          AT END MOVE "Y" TO WS-Billing-Eof
      END-READ
      IF NOT Billing-Eof AND BL-TermCode = WS-Select-Term
         DELETE StudentBillingFile RECORD
             INVALID KEY CONTINUE
         END-DELETE
         ADD 1 TO WS-Replaced-Count
      END-IF
   END-PERFORM.

CloseFiles.
   CLOSE StudentEnrollFile.
   CLOSE StudentMasterFile.
   CLOSE CourseMasterFile.
   CLOSE StudentBillingFile.
   IF Supplementary-Run
      CLOSE BillAdjustFile
   END-IF.
   CLOSE RegisterFile.

BillOneEnrollment.
*> A supplementary run leaves an enrollment that is already billed
*> exactly as it stands.
   IF Supplementary-Run
      MOVE EN-StudentId  TO BL-StudentId
      MOVE EN-CourseCode TO BL-CourseCode
      READ StudentBillingFile
          INVALID KEY CONTINUE
      END-READ
      IF WS-Billing-Status = "00"
         ADD 1 TO WS-Skipped-Count
      ELSE
         PERFORM RaiseBill
      END-IF
   ELSE
      PERFORM RaiseBill
   END-IF.

RaiseBill.
   MOVE EN-StudentId TO SM-StudentId.
   READ StudentMasterFile
       INVALID KEY
   MOVE SM-Initials    TO BL-Initials.
   MOVE CM-TuitionFee  TO BL-TuitionFee.
   MOVE ZEROES         TO BL-AmountPaid.
   MOVE ZEROES         TO BL-CreditAmount.
   MOVE CurrentDate    TO BL-BilledDate.
   MOVE WS-Bill-Term   TO BL-TermCode.
   IF CM-TuitionFee = ZERO
      MOVE "P" TO BL-Status
   ELSE
      MOVE "O" TO BL-Status
   END-IF.
*> A bill already on file under this key belongs to another term -
*> its fee, payments and credits are left alone and it is listed as
*> kept, outside the register totals.
   WRITE StudentBillingRecord
       INVALID KEY
       ADD 1 TO WS-Kept-Count
       MOVE "Prior bill kept" TO WSD-Note
       PERFORM WriteRegisterDetail
       MOVE SPACES TO WSD-Note
       NOT INVALID KEY
       ADD 1 TO WS-Billed-Count
       ADD CM-TuitionFee TO WS-Total-Billed
       IF Supplementary-Run
          PERFORM WriteSupplementaryAdjustment
       END-IF
       PERFORM WriteRegisterDetail
   END-WRITE.

WriteSupplementaryAdjustment.
   ACCEPT CurrentTime FROM TIME.
   MOVE BL-StudentId   TO BA-StudentId.
   MOVE BL-CourseCode  TO BA-CourseCode.
   MOVE "S"            TO BA-AdjType.
   MOVE BL-TuitionFee  TO BA-Amount.
   MOVE BL-TuitionFee  TO BA-TuitionFee.
   MOVE ZEROES         TO BA-WeekNo.
   MOVE ZEROES         TO BA-RefundPct.
   MOVE CurrentDate    TO BA-AdjDate.
   MOVE CurrentTime    TO BA-AdjTime.
   MOVE "TuitionBilling" TO BA-Source.
   MOVE WS-Operator-Id TO BA-OperatorId.
   WRITE BillAdjustRecord.

WriteRegisterHeading.
   MOVE CurrentDate TO WSH-RunDate.
   IF Supplementary-Run
      MOVE "SUPPLEMENTARY" TO WSH-Mode
   END-IF.
   MOVE WS-Heading-1 TO RegisterLine.
   WRITE RegisterLine AFTER ADVANCING PAGE.
   IF WS-Select-Term = SPACES
      MOVE "ALL" TO WSH-Term
   ELSE
      MOVE WS-Select-Term   TO WSH-Term
      MOVE "Billing date: " TO WSH-Due-Label
      MOVE WS-Term-BillDate TO WSH-BillDate
   END-IF.
   MOVE WS-Heading-Term TO RegisterLine.
   WRITE RegisterLine AFTER ADVANCING 1 LINE.
   MOVE SPACES TO RegisterLine.
   WRITE RegisterLine AFTER ADVANCING 1 LINE.
   MOVE WS-Heading-2 TO RegisterLine.
   MOVE WS-Total-Billed TO WST-Amount.
   MOVE WS-Total-Line-2 TO RegisterLine.
   WRITE RegisterLine AFTER ADVANCING 1 LINE.
   IF Supplementary-Run
      MOVE WS-Skipped-Count TO WST-Skipped
      MOVE WS-Total-Line-3 TO RegisterLine
      WRITE RegisterLine AFTER ADVANCING 1 LINE
   END-IF.
   IF WS-Select-Term NOT = SPACES
      MOVE WS-Other-Term-Count TO WST-Other
      MOVE WS-Total-Line-4 TO RegisterLine
      WRITE RegisterLine AFTER ADVANCING 1 LINE
   END-IF.
   IF Full-Run AND WS-Select-Term NOT = SPACES
      MOVE WS-Replaced-Count TO WST-Replaced
      MOVE WS-Total-Line-6 TO RegisterLine
      WRITE RegisterLine AFTER ADVANCING 1 LINE
   END-IF.
   IF WS-Kept-Count NOT = ZERO
      MOVE WS-Kept-Count TO WST-Kept
      MOVE WS-Total-Line-5 TO RegisterLine
      WRITE RegisterLine AFTER ADVANCING 1 LINE
   END-IF.
