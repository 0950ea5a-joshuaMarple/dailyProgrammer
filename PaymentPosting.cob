*> so the bursar chases balances from a report instead of a
*> spreadsheet.  Every run is logged to RUN-CONTROL the way
*> BatchStudentLoad logs its runs.
*>
*> Drop credits raised against a bill (BL-CreditAmount) count towards
*> the fee alongside receipts: a bill is paid once paid plus credit
*> covers it, and the outstanding report shows the credit and owes
*> only what is left.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

    SELECT StreamScheduleFile ASSIGN TO "STREAM-SCHEDULE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-Status.

DATA DIVISION.
FILE SECTION.
FD  ReceiptsFile.
FD  RunControlFile.
    COPY RUNCTL.

FD  StreamScheduleFile.
    COPY STRMSCHD.

WORKING-STORAGE SECTION.
01  WS-Receipts-Status    PIC XX.
01  WS-Billing-Status     PIC XX.
01  WS-Except-Status      PIC XX.
01  WS-Outstand-Status    PIC XX.
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
01  WS-Operator-Id       PIC X(8) VALUE "BATCH".

01  WS-Receipts-Eof       PIC X VALUE "N".
    02  FILLER            PIC X(7)  VALUE "Course".
    02  FILLER            PIC X(11) VALUE "Billed".
    02  FILLER            PIC X(11) VALUE "Paid".
    02  FILLER            PIC X(11) VALUE "Credit".
    02  FILLER            PIC X(8)  VALUE "Owing".

01  WS-Outstanding-Line.
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSO-Paid          PIC ZZ,ZZ9.99.
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSO-Credit        PIC ZZ,ZZ9.99.
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSO-Owing         PIC ZZ,ZZ9.99.

01  WS-Outstanding-Total-1.
PROCEDURE DIVISION.
Begin.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   PERFORM CheckPredecessors.
   PERFORM OpenRunControl.
   MOVE "S" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   DISPLAY "Total outstanding : " WS-Total-Owing.
   STOP RUN.

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
            IF SS-ProgramName = "PaymentPosting"
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
      DISPLAY "PaymentPosting cannot start - " WS-Missing-Job
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
   MOVE WS-Read-Count      TO RC-ReadCount.
   MOVE WS-Posted-Count    TO RC-LoadedCount.
   MOVE WS-Exception-Count TO RC-RejectedCount.
   MOVE WS-Missing-Job TO RC-MissingJob.
   MOVE WS-Operator-Id TO RC-OperatorId
   WRITE RunControlRecord.


ApplyReceipt.
   ADD WS-Amount-Pennies-R TO BL-AmountPaid.
   IF BL-AmountPaid + BL-CreditAmount NOT < BL-TuitionFee
      MOVE "P" TO BL-Status
   END-IF.
   REWRITE StudentBillingRecord.
          AT END MOVE "Y" TO WS-Billing-Eof
      END-READ
      IF NOT Billing-Eof
         IF BL-AmountPaid + BL-CreditAmount < BL-TuitionFee
            PERFORM WriteOutstandingLine
         END-IF
      END-IF
   WRITE OutstandingLine.

WriteOutstandingLine.
   COMPUTE WS-Balance = BL-TuitionFee - BL-AmountPaid
                      - BL-CreditAmount.
   MOVE BL-StudentId  TO WSO-StudentId.
   MOVE BL-Surname    TO WSO-Surname.
   MOVE BL-CourseCode TO WSO-CourseCode.
   MOVE BL-TuitionFee TO WSO-Billed.
   MOVE BL-AmountPaid TO WSO-Paid.
   MOVE BL-CreditAmount TO WSO-Credit.
   MOVE WS-Balance    TO WSO-Owing.
   MOVE WS-Outstanding-Line TO OutstandingLine.
   ADD 1 TO WS-Owing-Count.
