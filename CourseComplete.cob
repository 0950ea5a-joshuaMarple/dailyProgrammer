*> COMPLETION-REJECTS with a reason code the way STUDENT-REJECTS
*> works.  Every run is logged to RUN-CONTROL the way
*> BatchStudentLoad logs its runs.
*>
*> A completion is still posted when the student's attendance on the
*> ATTENDANCE register is below the at-risk threshold, but it is
*> written to COMPLETION-FLAGS with the sessions held and attended so
*> the faculty office can review it before the grade is finalised.
*> The threshold is 75 per cent unless an AT-RISK-PCT record on
*> RUN-PARAMS says otherwise - the same test AttendPosting uses for
*> its at-risk report.  A student with no register is not flagged.
*>
*> Taking the enrollment off STUDENT-ENROLL goes through the same
*> refund schedule as a drop: a completion inside the refund weeks
*> (a student finishing a short course early, say) raises a credit
*> against the bill on STUDENT-BILLING and logs it to BILL-ADJUST.
*> The weeks count from the start of the bill's term on TERM-MASTER.
*> The history record keeps the enrollment's term, so transcripts
*> can group a student's courses by term.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS EN-EnrollKey
        FILE STATUS IS WS-Enroll-Status.

    SELECT StudentBillingFile ASSIGN TO "STUDENT-BILLING"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BL-BillKey
        FILE STATUS IS WS-Billing-Status.

    SELECT TermMasterFile ASSIGN TO "TERM-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TM-TermCode
        FILE STATUS IS WS-Term-Status.

    SELECT BillAdjustFile ASSIGN TO "BILL-ADJUST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Adjust-Status.

    SELECT StudentHistoryFile ASSIGN TO "STUDENT-HISTORY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Rejects-Status.

    SELECT AttendanceFile ASSIGN TO "ATTENDANCE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AT-AttendKey
        FILE STATUS IS WS-Attend-Status.

    SELECT CompletionFlagsFile ASSIGN TO "COMPLETION-FLAGS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Flags-Status.

    SELECT RunControlFile ASSIGN TO "RUN-CONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

    SELECT StreamScheduleFile ASSIGN TO "STREAM-SCHEDULE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-Status.

    SELECT RunParamsFile ASSIGN TO "RUN-PARAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Params-Status.

DATA DIVISION.
FILE SECTION.
FD  CourseResultsFile.
FD  StudentEnrollFile.
    COPY STUDENRL.

FD  StudentBillingFile.
    COPY STUDBILL.

FD  TermMasterFile.
    COPY TERMMAST.

FD  BillAdjustFile.
    COPY BILLADJ.

FD  StudentHistoryFile.
    COPY STUDHIST.

                            ==:DESC-NAME:==   BY ==CM-CourseDesc==
                            ==:SEATS-NAME:==  BY ==CM-MaxSeats==
                            ==:ENROLLED-NAME:== BY ==CM-EnrolledCount==
                            ==:FEE-NAME:==    BY ==CM-TuitionFee==
                            ==:INSTR-NAME:==  BY ==CM-InstructorId==.

FD  StudentAuditFile.
    COPY STUDAUDT.
    02  CR-ReasonCode      PIC X(2).
    02  CR-ReasonText      PIC X(30).

FD  AttendanceFile.
    COPY ATTEND.

FD  CompletionFlagsFile.
01  CompletionFlagRecord.
    02  CF-StudentId       PIC X(7).
    02  CF-CourseCode      PIC X(4).
    02  CF-Grade           PIC X(2).
    02  CF-SessionsHeld    PIC 9(4).
    02  CF-SessionsPresent PIC 9(4).
    02  CF-AttendRate      PIC 9(3).
    02  CF-Threshold       PIC 9(3).
    02  CF-ReasonText      PIC X(30).

FD  RunControlFile.
    COPY RUNCTL.

FD  StreamScheduleFile.
    COPY STRMSCHD.

FD  RunParamsFile.
    COPY RUNPARM.

WORKING-STORAGE SECTION.
01  WS-Results-Status     PIC XX.
01  WS-Master-Status      PIC XX.
01  WS-Enroll-Status      PIC XX.
01  WS-History-Status     PIC XX.
01  WS-Billing-Status     PIC XX.
01  WS-Adjust-Status      PIC XX.
01  WS-Billing-Open       PIC X VALUE "N".
    88 Billing-Is-Open   VALUE "Y".
01  WS-Term-Status        PIC XX.
01  WS-Term-Open          PIC X VALUE "N".
    88 TermMaster-Is-Open VALUE "Y".
    COPY REFUNDSC.
01  WS-Course-Status      PIC XX.
01  WS-Audit-Status       PIC XX.
01  WS-Rejects-Status     PIC XX.
01  WS-Attend-Status      PIC XX.
01  WS-Flags-Status       PIC XX.
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

01  WS-Attend-Open        PIC X VALUE "N".
    88 Attend-Is-Open     VALUE "Y".
01  WS-Params-Eof         PIC X VALUE "N".
    88 Params-Eof         VALUE "Y".
01  WS-Param-Found        PIC X VALUE "N".
01  WS-Param-Value        PIC X(20).
01  WS-Threshold-X        PIC X(3).
01  WS-Threshold          PIC 9(3) VALUE 75.
01  WS-Present-Pct        PIC 9(7).
01  WS-Threshold-Held     PIC 9(7).

01  WS-Results-Eof        PIC X VALUE "N".
    88 Results-Eof        VALUE "Y".

01  WS-Read-Count         PIC 9(7) VALUE 0.
01  WS-Completed-Count    PIC 9(7) VALUE 0.
01  WS-Rejected-Count     PIC 9(7) VALUE 0.
01  WS-Flagged-Count      PIC 9(7) VALUE 0.

01  WS-More-Enrollments   PIC X.

Begin.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   ACCEPT CurrentTime FROM TIME.
   PERFORM CheckPredecessors.
   PERFORM OpenRunControl.
   MOVE "S" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   PERFORM GetThreshold.
   PERFORM OpenFiles.
   PERFORM UNTIL Results-Eof
      READ CourseResultsFile
         ADD 1 TO WS-Read-Count
         PERFORM ValidateResult
         IF Record-Is-Valid
            PERFORM CheckAttendance
            PERFORM PostCompletion
            ADD 1 TO WS-Completed-Count
         ELSE
   DISPLAY "Results read      : " WS-Read-Count.
   DISPLAY "Completions posted: " WS-Completed-Count.
   DISPLAY "Results rejected  : " WS-Rejected-Count.
   DISPLAY "Low attendance    : " WS-Flagged-Count.
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
            IF SS-ProgramName = "CourseComplete"
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
      DISPLAY "CourseComplete cannot start - " WS-Missing-Job
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
   MOVE WS-Completed-Count TO RC-LoadedCount.
   MOVE WS-Rejected-Count TO RC-RejectedCount.
   MOVE WS-Missing-Job TO RC-MissingJob.
   MOVE WS-Operator-Id TO RC-OperatorId
   WRITE RunControlRecord.

      OPEN OUTPUT StudentAuditFile
   END-IF.
   OPEN OUTPUT CompletionRejectsFile.
*> No ATTENDANCE register yet just means nothing can be flagged.
   OPEN INPUT AttendanceFile.
   IF WS-Attend-Status = "00"
      MOVE "Y" TO WS-Attend-Open
   ELSE
      MOVE "N" TO WS-Attend-Open
   END-IF.
   OPEN OUTPUT CompletionFlagsFile.
*> No STUDENT-BILLING yet means nothing has been billed to credit.
   OPEN I-O StudentBillingFile.
   IF WS-Billing-Status = "00"
      MOVE "Y" TO WS-Billing-Open
   END-IF.
   OPEN EXTEND BillAdjustFile.
   IF WS-Adjust-Status NOT = "00"
      OPEN OUTPUT BillAdjustFile
   END-IF.
*> Without TERM-MASTER the refund weeks count from the billing date.
   OPEN INPUT TermMasterFile.
   IF WS-Term-Status = "00"
      MOVE "Y" TO WS-Term-Open
   END-IF.

CloseFiles.
   CLOSE CourseResultsFile.
   CLOSE CourseMasterFile.
   CLOSE StudentAuditFile.
   CLOSE CompletionRejectsFile.
   IF Attend-Is-Open
      CLOSE AttendanceFile
   END-IF.
   CLOSE CompletionFlagsFile.
   IF Billing-Is-Open
      CLOSE StudentBillingFile
   END-IF.
   CLOSE BillAdjustFile.
   IF TermMaster-Is-Open
      CLOSE TermMasterFile
   END-IF.

GetThreshold.
*> The at-risk threshold is 75 per cent unless RUN-PARAMS carries an
*> AT-RISK-PCT record - three digits, 001 to 100 - and a record that
*> is present but not a usable percentage abends the run.
   OPEN INPUT RunParamsFile.
   IF WS-Params-Status = "00"
      PERFORM FindThresholdParam
      CLOSE RunParamsFile
      IF WS-Param-Found = "Y"
         MOVE WS-Param-Value (1:3) TO WS-Threshold-X
         IF WS-Threshold-X NOT NUMERIC
            DISPLAY "RUN-PARAMS AT-RISK-PCT [" WS-Threshold-X "] is"
                    " not numeric - run abandoned"
            PERFORM AbendRun
         END-IF
         MOVE WS-Threshold-X TO WS-Threshold
         IF WS-Threshold = ZERO OR WS-Threshold > 100
            DISPLAY "RUN-PARAMS AT-RISK-PCT [" WS-Threshold-X "] must"
                    " be 001 to 100 - run abandoned"
            PERFORM AbendRun
         END-IF
      END-IF
   END-IF.

FindThresholdParam.
   MOVE "N" TO WS-Param-Found.
   MOVE "N" TO WS-Params-Eof.
   PERFORM UNTIL Params-Eof
      READ RunParamsFile
          AT END MOVE "Y" TO WS-Params-Eof
      END-READ
      IF NOT Params-Eof
         IF RP-ProgramName = "CourseComplete"
            AND RP-Keyword = "AT-RISK-PCT"
            MOVE RP-Value TO WS-Param-Value
            MOVE "Y" TO WS-Param-Found
         END-IF
      END-IF
   END-PERFORM.

CheckAttendance.
*> Flag, never reject - the grade is posted either way.  Below
*> threshold means present * 100 < threshold * held, the same test
*> AttendPosting prints its at-risk report from.
   IF Attend-Is-Open
      MOVE RS-StudentId  TO AT-StudentId
      MOVE RS-CourseCode TO AT-CourseCode
      READ AttendanceFile
          INVALID KEY CONTINUE
      END-READ
      IF WS-Attend-Status = "00" AND AT-SessionsHeld > ZERO
         COMPUTE WS-Threshold-Held = WS-Threshold * AT-SessionsHeld
         COMPUTE WS-Present-Pct = AT-SessionsPresent * 100
         IF WS-Present-Pct < WS-Threshold-Held
            PERFORM FlagLowAttendance
         END-IF
      END-IF
   END-IF.

FlagLowAttendance.
   MOVE RS-StudentId       TO CF-StudentId.
   MOVE RS-CourseCode      TO CF-CourseCode.
   MOVE RS-Grade           TO CF-Grade.
   MOVE AT-SessionsHeld    TO CF-SessionsHeld.
   MOVE AT-SessionsPresent TO CF-SessionsPresent.
   COMPUTE CF-AttendRate = AT-SessionsPresent * 100 / AT-SessionsHeld.
   MOVE WS-Threshold       TO CF-Threshold.
   MOVE "Attendance below threshold" TO CF-ReasonText.
   WRITE CompletionFlagRecord.
   ADD 1 TO WS-Flagged-Count.

ValidateResult.
   MOVE "Y" TO WS-Record-Valid.
   MOVE CurrentDate    TO SH-PurgedDate.
   MOVE "C"            TO SH-LeaveCode.
   MOVE RS-Grade       TO SH-Grade.
   MOVE EN-TermCode    TO SH-TermCode.
   WRITE StudentHistoryRecord
       INVALID KEY
       REWRITE StudentHistoryRecord
   MOVE RS-CourseCode TO EN-CourseCode.
   DELETE StudentEnrollFile.
   PERFORM FreeSeatFromCourse.
   MOVE RS-StudentId  TO BL-StudentId.
   MOVE RS-CourseCode TO BL-CourseCode.
   PERFORM RaiseDropCredit.
   PERFORM FindFirstEnrollment.
   IF WS-More-Enrollments = "N"
      PERFORM LogAuditDelete
   MOVE RS-CourseCode TO CR-CourseCode.
   MOVE RS-Grade      TO CR-Grade.
   WRITE CompletionRejectRecord.

RaiseDropCredit.
*> The caller has put the dropped enrollment's key in BL-BillKey.  A
*> billed enrollment is credited with the refund-schedule share of
*> its fee for the week of term the drop falls in, and the credit is
*> logged to BILL-ADJUST; nothing is raised when the enrollment was
*> never billed or the drop is past the last refund week.
   IF Billing-Is-Open
      READ StudentBillingFile
          INVALID KEY CONTINUE
      END-READ
      IF WS-Billing-Status = "00"
         MOVE CurrentDate TO RF-DropDate
         PERFORM WorkOutRefund
         IF RF-Credit > ZERO
            ADD RF-Credit TO BL-CreditAmount
            IF BL-AmountPaid + BL-CreditAmount NOT < BL-TuitionFee
               MOVE "P" TO BL-Status
            END-IF
            REWRITE StudentBillingRecord
            PERFORM WriteCreditAdjustment
         END-IF
      END-IF
   END-IF.

WorkOutRefund.
*> Never credit more than the part of the fee not already credited.
   MOVE ZEROES TO RF-Credit RF-Refund-Pct.
   PERFORM FindRefundFromDate.
   COMPUTE RF-Days = FUNCTION INTEGER-OF-DATE (RF-DropDate)
                   - FUNCTION INTEGER-OF-DATE (RF-FromDate).
   IF RF-Days < ZERO
      MOVE ZERO TO RF-Days
   END-IF.
   COMPUTE RF-Week = RF-Days / 7 + 1.
   PERFORM VARYING RF-Idx FROM RF-Steps BY -1 UNTIL RF-Idx < 1
      IF RF-Week NOT > RF-ToWeek (RF-Idx)
         MOVE RF-Percent (RF-Idx) TO RF-Refund-Pct
      END-IF
   END-PERFORM.
   COMPUTE RF-Credit ROUNDED = BL-TuitionFee * RF-Refund-Pct / 100.
   IF BL-CreditAmount NOT < BL-TuitionFee
      MOVE ZEROES TO RF-Credit
   ELSE
      COMPUTE RF-Credit-Left = BL-TuitionFee - BL-CreditAmount
      IF RF-Credit > RF-Credit-Left
         MOVE RF-Credit-Left TO RF-Credit
      END-IF
   END-IF.

FindRefundFromDate.
*> The week of term counts from the start of the bill's term when
*> TERM-MASTER knows it, otherwise from the day it was billed.
   MOVE BL-BilledDate TO RF-FromDate.
   IF TermMaster-Is-Open AND BL-TermCode NOT = SPACES
      MOVE BL-TermCode TO TM-TermCode
      READ TermMasterFile
          INVALID KEY CONTINUE
          NOT INVALID KEY MOVE TM-StartDate TO RF-FromDate
      END-READ
   END-IF.

WriteCreditAdjustment.
   MOVE BL-StudentId   TO BA-StudentId.
   MOVE BL-CourseCode  TO BA-CourseCode.
   MOVE "C"            TO BA-AdjType.
   MOVE RF-Credit      TO BA-Amount.
   MOVE BL-TuitionFee  TO BA-TuitionFee.
   MOVE RF-Week        TO BA-WeekNo.
   MOVE RF-Refund-Pct  TO BA-RefundPct.
   MOVE RF-DropDate    TO BA-AdjDate.
   MOVE CurrentTime TO BA-AdjTime.
   MOVE "CourseComplete" TO BA-Source.
   MOVE WS-Operator-Id TO BA-OperatorId.
   WRITE BillAdjustRecord.
