*> a withdrawal or a transfer out of a course promotes the longest-
*> waiting student for that course onto STUDENT-ENROLL.

*> An Add, or a Transfer into a new course, is rejected as reason 11
*> when the course has COURSE-PREREQ records the student's completed
*> (SH-LeaveCode "C") rows on STUDENT-HISTORY do not satisfy at the
*> minimum grade, and as reason 12 when the course's COURSE-SCHEDULE
*> sessions overlap those of another course the student is on (a
*> transfer is not held to clash with the course it is leaving).
*> Both are rejected as reason 15 while the student is on
*> FINANCIAL-HOLD, placed by the AgedDebt run for a balance more than
*> 90 days old, and a held student at the head of a waitlist is passed
*> over (keeping the place) until a supervisor releases the hold.
*> Both are also rejected as reason 16 after the add/drop deadline
*> of the current term on TERM-MASTER - a late enrollment needs a
*> supervisor, who can override the deadline in MaintainStudents.
*> Every enrollment written, a waitlist promotion included, is
*> stamped with the current term; a promotion fills a seat the
*> student queued for in time, so it is not held to the deadline.

*> A Drop, a withdrawal, or the course a Transfer leaves raises a
*> credit against the billed enrollment on STUDENT-BILLING - the
*> REFUNDSC refund-schedule share of the fee for the week of term,
*> counted from the start of the bill's term on TERM-MASTER -
*> logged to BILL-ADJUST for AdjustRegister.  The course transferred
*> into is left for TuitionBilling's supplementary mode to bill.

*> The running transaction count is checkpointed to MAINT-CHECKPOINT
*> after every transaction, so when a run dies mid-file the rerun
*> finds a non-zero count, skips forward over the transactions
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

    SELECT StreamScheduleFile ASSIGN TO "STREAM-SCHEDULE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-Status.

    SELECT StudentBillingFile ASSIGN TO "STUDENT-BILLING"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BL-BillKey
        FILE STATUS IS WS-Billing-Status.

    SELECT BillAdjustFile ASSIGN TO "BILL-ADJUST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Adjust-Status.

    SELECT FinancialHoldFile ASSIGN TO "FINANCIAL-HOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FH-StudentId
        FILE STATUS IS WS-Hold-Status.

    SELECT TermMasterFile ASSIGN TO "TERM-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TM-TermCode
        FILE STATUS IS WS-Term-Status.

    SELECT StudentHistoryFile ASSIGN TO "STUDENT-HISTORY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-HistKey
        FILE STATUS IS WS-History-Status.

    SELECT CoursePrereqFile ASSIGN TO "COURSE-PREREQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-PrereqKey
        FILE STATUS IS WS-Prereq-Status.

    SELECT CourseScheduleFile ASSIGN TO "COURSE-SCHEDULE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CS-SchedKey
        FILE STATUS IS WS-Sched-Status.

DATA DIVISION.
FILE SECTION.
FD  StudentTransFile.
                            ==:DESC-NAME:==   BY ==CM-CourseDesc==
                            ==:SEATS-NAME:==  BY ==CM-MaxSeats==
                            ==:ENROLLED-NAME:== BY ==CM-EnrolledCount==
                            ==:FEE-NAME:==    BY ==CM-TuitionFee==
                            ==:INSTR-NAME:==  BY ==CM-InstructorId==.

FD  StudentAuditFile.
    COPY STUDAUDT.
FD  RunControlFile.
    COPY RUNCTL.

FD  StreamScheduleFile.
    COPY STRMSCHD.

FD  StudentBillingFile.
    COPY STUDBILL.

FD  BillAdjustFile.
    COPY BILLADJ.

FD  FinancialHoldFile.
    COPY FINHOLD.

FD  TermMasterFile.
    COPY TERMMAST.

FD  StudentHistoryFile.
    COPY STUDHIST.

FD  CoursePrereqFile.
    COPY PREREQ.

FD  CourseScheduleFile.
    COPY SCHED.

WORKING-STORAGE SECTION.
    COPY STUDSTU REPLACING ==:RECORD-NAME:==  BY ==StudentDetails==
                           ==:ID-NAME:==      BY ==StudentId==
01  WS-Notify-Status     PIC XX.
01  WS-Checkpoint-Status PIC XX.
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

01  WS-Run-Status        PIC X.
01  WS-CreatedDate       PIC 9(8).
01  WS-CreatedTime       PIC 9(8).

01  WS-History-Status    PIC XX.
01  WS-Hold-Status       PIC XX.
01  WS-Hold-Open         PIC X VALUE "N".
    88 Hold-Is-Open      VALUE "Y".
01  WS-Hold-StudentId    PIC 9(7).
01  WS-On-Hold           PIC X VALUE "N".
    88 On-Financial-Hold VALUE "Y".
01  WS-Term-Status       PIC XX.
01  WS-Term-Open         PIC X VALUE "N".
    88 TermMaster-Is-Open VALUE "Y".
01  WS-Term-Eof          PIC X VALUE "N".
    88 Term-Eof          VALUE "Y".
01  WS-Current-Term      PIC X(6) VALUE SPACES.
01  WS-AddDrop-Date      PIC 9(8) VALUE ZERO.
01  WS-Billing-Status    PIC XX.
01  WS-Adjust-Status     PIC XX.
01  WS-Billing-Open      PIC X VALUE "N".
    88 Billing-Is-Open  VALUE "Y".
    COPY REFUNDSC.
01  WS-History-Open      PIC X VALUE "N".
    88 History-Is-Open   VALUE "Y".
01  WS-Prereq-Status    PIC XX.
01  WS-Prereq-Open      PIC X VALUE "N".
    88 Prereq-Is-Open   VALUE "Y".
01  WS-Prereq-Eof       PIC X VALUE "N".
    88 Prereq-Eof       VALUE "Y".
01  WS-Prereq-Met       PIC X VALUE "Y".
    88 Prereq-Met       VALUE "Y".
01  WS-Prereq-StudentId PIC 9(7).
01  WS-Prereq-CourseCode PIC X(4).
01  WS-Prereq-Missing   PIC X(4).
01  WS-Min-Rank         PIC 99.
    COPY GRADEORD.

01  WS-Sched-Status     PIC XX.
01  WS-Sched-Open       PIC X VALUE "N".
    88 Sched-Is-Open    VALUE "Y".
01  WS-Sched-Eof        PIC X VALUE "N".
    88 Sched-Eof        VALUE "Y".
01  WS-Clash-Scan-Eof   PIC X VALUE "N".
    88 Clash-Scan-Done  VALUE "Y".
01  WS-Clash-Found      PIC X VALUE "N".
    88 Clash-Found      VALUE "Y".
01  WS-Clash-StudentId  PIC 9(7).
01  WS-Clash-NewCourse  PIC X(4).
01  WS-Clash-Ignore     PIC X(4).
01  WS-Clash-CourseCode PIC X(4).
01  WS-New-Sessions     PIC 99.
01  WS-Sess-Idx         PIC 99.
01  WS-New-Session-Table.
    02  WS-New-Session OCCURS 20 TIMES.
        03  NS-Day          PIC 9.
        03  NS-StartTime    PIC 9(4).
        03  NS-EndTime      PIC 9(4).

PROCEDURE DIVISION.
Begin.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   ACCEPT CurrentTime FROM TIME.
   MOVE CurrentDate TO WS-CreatedDate.
   MOVE CurrentTime TO WS-CreatedTime.
   PERFORM CheckPredecessors.
   PERFORM CheckForRestart.
   PERFORM OpenRunControl.
   IF Run-Is-Restart
   WRITE CheckpointRecord.
   CLOSE CheckpointFile.

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
            IF SS-ProgramName = "BatchStudentMnt"
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
      DISPLAY "BatchStudentMnt cannot start - " WS-Missing-Job
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
   MOVE WS-Processed-Count TO RC-LoadedCount.
   MOVE WS-Rejected-Count  TO RC-RejectedCount.
   MOVE WS-Missing-Job TO RC-MissingJob.
   MOVE WS-Operator-Id TO RC-OperatorId
   WRITE RunControlRecord.

      CLOSE StudentEnrollFile
      OPEN I-O StudentEnrollFile
   END-IF.
   OPEN INPUT StudentHistoryFile.
   IF WS-History-Status = "00"
      MOVE "Y" TO WS-History-Open
   END-IF.
*> No STUDENT-BILLING yet means nothing has been billed to credit.
   OPEN I-O StudentBillingFile.
   IF WS-Billing-Status = "00"
      MOVE "Y" TO WS-Billing-Open
   END-IF.
   OPEN EXTEND BillAdjustFile.
   IF WS-Adjust-Status NOT = "00"
      OPEN OUTPUT BillAdjustFile
   END-IF.
   OPEN INPUT CoursePrereqFile.
   IF WS-Prereq-Status = "00"
      MOVE "Y" TO WS-Prereq-Open
   END-IF.
   OPEN INPUT CourseScheduleFile.
   IF WS-Sched-Status = "00"
      MOVE "Y" TO WS-Sched-Open
   END-IF.
*> No FINANCIAL-HOLD yet means no student is on hold.
   OPEN INPUT FinancialHoldFile.
   IF WS-Hold-Status = "00"
      MOVE "Y" TO WS-Hold-Open
   END-IF.
   PERFORM FindCurrentTerm.

CloseFiles.
   CLOSE StudentTransFile.
   CLOSE StudentAuditFile.
   CLOSE StudentMasterFile.
   CLOSE StudentEnrollFile.
   IF History-Is-Open
      CLOSE StudentHistoryFile
   END-IF.
   IF Prereq-Is-Open
      CLOSE CoursePrereqFile
   END-IF.
   IF Sched-Is-Open
      CLOSE CourseScheduleFile
   END-IF.
   IF Hold-Is-Open
      CLOSE FinancialHoldFile
   END-IF.
   IF TermMaster-Is-Open
      CLOSE TermMasterFile
   END-IF.
   IF Billing-Is-Open
      CLOSE StudentBillingFile
   END-IF.
   CLOSE BillAdjustFile.

ValidateTransaction.
   MOVE "Y" TO WS-Record-Valid.
         MOVE "Already enrolled on course" TO RJ-ReasonText
      END-IF
   END-IF.
   IF Record-Is-Valid
      PERFORM ValidateFinancialHold
   END-IF.
   IF Record-Is-Valid
      PERFORM ValidateAddDropDeadline
   END-IF.
   IF Record-Is-Valid
      MOVE TR-CourseCode TO WS-Prereq-CourseCode
      PERFORM ValidatePrerequisites
   END-IF.
   IF Record-Is-Valid
      MOVE TR-CourseCode TO WS-Clash-NewCourse
      MOVE SPACES        TO WS-Clash-Ignore
      PERFORM ValidateTimetable
   END-IF.

ValidateChangeFields.
   IF TR-Gender NOT = SPACE
          MOVE "Already enrolled on course" TO RJ-ReasonText
      END-READ
   END-IF.
   IF Record-Is-Valid
      PERFORM ValidateFinancialHold
   END-IF.
   IF Record-Is-Valid
      PERFORM ValidateAddDropDeadline
   END-IF.
   IF Record-Is-Valid
      MOVE TR-NewCourseCode TO WS-Prereq-CourseCode
      PERFORM ValidatePrerequisites
   END-IF.
   IF Record-Is-Valid
      MOVE TR-NewCourseCode TO WS-Clash-NewCourse
      MOVE TR-CourseCode    TO WS-Clash-Ignore
      PERFORM ValidateTimetable
   END-IF.

ValidateFinancialHold.
   MOVE TR-StudentId TO WS-Hold-StudentId.
   PERFORM CheckFinancialHold.
   IF On-Financial-Hold
      MOVE "N" TO WS-Record-Valid
      MOVE "15" TO RJ-ReasonCode
      MOVE "Student on financial hold" TO RJ-ReasonText
   END-IF.

ValidateAddDropDeadline.
   IF WS-Current-Term NOT = SPACES
      AND WS-CreatedDate > WS-AddDrop-Date
      MOVE "N" TO WS-Record-Valid
      MOVE "16" TO RJ-ReasonCode
      MOVE "After add/drop deadline" TO RJ-ReasonText
   END-IF.

ValidatePrerequisites.
   MOVE TR-StudentId TO WS-Prereq-StudentId.
   PERFORM CheckPrerequisites.
   IF NOT Prereq-Met
      MOVE "N" TO WS-Record-Valid
      MOVE "11" TO RJ-ReasonCode
      STRING "Prerequisite " DELIMITED BY SIZE
             WS-Prereq-Missing DELIMITED BY SIZE
             " not met" DELIMITED BY SIZE
          INTO RJ-ReasonText
   END-IF.

CheckPrerequisites.
*> Every COURSE-PREREQ record for the course names a course the
*> student must already have completed (SH-LeaveCode "C") with at
*> least PR-MinGrade; the first one missing is left in
*> WS-Prereq-Missing for the refusal message.
   MOVE "Y" TO WS-Prereq-Met.
   MOVE SPACES TO WS-Prereq-Missing.
   IF Prereq-Is-Open
      MOVE WS-Prereq-CourseCode TO PR-CourseCode
      MOVE SPACES               TO PR-RequiredCode
      MOVE "N" TO WS-Prereq-Eof
      START CoursePrereqFile KEY IS NOT LESS THAN PR-PrereqKey
          INVALID KEY MOVE "Y" TO WS-Prereq-Eof
      END-START
      PERFORM UNTIL Prereq-Eof OR NOT Prereq-Met
         READ CoursePrereqFile NEXT RECORD
             AT END MOVE "Y" TO WS-Prereq-Eof
         END-READ
         IF NOT Prereq-Eof
            IF PR-CourseCode NOT = WS-Prereq-CourseCode
               MOVE "Y" TO WS-Prereq-Eof
            ELSE
               PERFORM CheckOnePrerequisite
            END-IF
         END-IF
      END-PERFORM
   END-IF.

CheckOnePrerequisite.
   MOVE "N" TO WS-Prereq-Met.
   IF History-Is-Open
      MOVE WS-Prereq-StudentId TO SH-StudentId
      MOVE PR-RequiredCode     TO SH-CourseCode
      READ StudentHistoryFile
          INVALID KEY CONTINUE
          NOT INVALID KEY
          IF Left-Completed
             PERFORM CompareMinGrade
          END-IF
      END-READ
   END-IF.
   IF NOT Prereq-Met
      MOVE PR-RequiredCode TO WS-Prereq-Missing
   END-IF.

CompareMinGrade.
   IF PR-MinGrade = SPACES OR SH-Grade = PR-MinGrade
      MOVE "Y" TO WS-Prereq-Met
   ELSE
      MOVE PR-MinGrade TO GR-Grade
      PERFORM RankGrade
      MOVE GR-Rank TO WS-Min-Rank
      MOVE SH-Grade TO GR-Grade
      PERFORM RankGrade
      IF GR-Rank < 99 AND GR-Rank NOT > WS-Min-Rank
         MOVE "Y" TO WS-Prereq-Met
      END-IF
   END-IF.

RankGrade.
   MOVE 99 TO GR-Rank.
   PERFORM VARYING GR-Idx FROM 1 BY 1
       UNTIL GR-Idx > 14 OR GR-Rank NOT = 99
      IF GR-Order-Grade (GR-Idx) = GR-Grade
         MOVE GR-Idx TO GR-Rank
      END-IF
   END-PERFORM.

ValidateTimetable.
   MOVE TR-StudentId TO WS-Clash-StudentId.
   PERFORM CheckTimetableClash.
   IF Clash-Found
      MOVE "N" TO WS-Record-Valid
      MOVE "12" TO RJ-ReasonCode
      STRING "Timetable clash with " DELIMITED BY SIZE
             WS-Clash-CourseCode DELIMITED BY SIZE
          INTO RJ-ReasonText
   END-IF.

CheckTimetableClash.
*> The new course's sessions are loaded into WS-New-Session first,
*> then every session of every other course the student holds (bar
*> WS-Clash-Ignore, the course a transfer is leaving) is compared
*> with them - the same day and overlapping times is a clash, and the
*> course it clashes with is left in WS-Clash-CourseCode.
   MOVE "N" TO WS-Clash-Found.
   MOVE SPACES TO WS-Clash-CourseCode.
   IF Sched-Is-Open
      PERFORM LoadNewSessions
      IF WS-New-Sessions NOT = ZERO
         PERFORM ScanStudentCourses
      END-IF
   END-IF.

LoadNewSessions.
   MOVE 0 TO WS-New-Sessions.
   MOVE WS-Clash-NewCourse TO CS-CourseCode.
   MOVE ZEROES TO CS-SessionNo.
   MOVE "N" TO WS-Sched-Eof.
   START CourseScheduleFile KEY IS NOT LESS THAN CS-SchedKey
       INVALID KEY MOVE "Y" TO WS-Sched-Eof
   END-START.
   PERFORM UNTIL Sched-Eof
      READ CourseScheduleFile NEXT RECORD
          AT END MOVE "Y" TO WS-Sched-Eof
      END-READ
      IF NOT Sched-Eof
         IF CS-CourseCode NOT = WS-Clash-NewCourse
            MOVE "Y" TO WS-Sched-Eof
         ELSE IF WS-New-Sessions < 20
            ADD 1 TO WS-New-Sessions
            MOVE CS-Day       TO NS-Day (WS-New-Sessions)
            MOVE CS-StartTime TO NS-StartTime (WS-New-Sessions)
            MOVE CS-EndTime   TO NS-EndTime (WS-New-Sessions)
         END-IF
      END-IF
   END-PERFORM.

ScanStudentCourses.
   MOVE WS-Clash-StudentId TO EN-StudentId.
   MOVE SPACES TO EN-CourseCode.
   MOVE "N" TO WS-Clash-Scan-Eof.
   START StudentEnrollFile KEY IS NOT LESS THAN EN-EnrollKey
       INVALID KEY MOVE "Y" TO WS-Clash-Scan-Eof
   END-START.
   PERFORM UNTIL Clash-Scan-Done OR Clash-Found
      READ StudentEnrollFile NEXT RECORD
          AT END MOVE "Y" TO WS-Clash-Scan-Eof
      END-READ
      IF NOT Clash-Scan-Done
         IF EN-StudentId NOT = WS-Clash-StudentId
            MOVE "Y" TO WS-Clash-Scan-Eof
         ELSE IF EN-CourseCode NOT = WS-Clash-NewCourse
            AND EN-CourseCode NOT = WS-Clash-Ignore
            PERFORM CompareCourseSessions
         END-IF
      END-IF
   END-PERFORM.

CompareCourseSessions.
   MOVE EN-CourseCode TO CS-CourseCode.
   MOVE ZEROES TO CS-SessionNo.
   MOVE "N" TO WS-Sched-Eof.
   START CourseScheduleFile KEY IS NOT LESS THAN CS-SchedKey
       INVALID KEY MOVE "Y" TO WS-Sched-Eof
   END-START.
   PERFORM UNTIL Sched-Eof OR Clash-Found
      READ CourseScheduleFile NEXT RECORD
          AT END MOVE "Y" TO WS-Sched-Eof
      END-READ
      IF NOT Sched-Eof
         IF CS-CourseCode NOT = EN-CourseCode
            MOVE "Y" TO WS-Sched-Eof
         ELSE
            PERFORM VARYING WS-Sess-Idx FROM 1 BY 1
                UNTIL WS-Sess-Idx > WS-New-Sessions OR Clash-Found
               IF NS-Day (WS-Sess-Idx) = CS-Day
                  AND NS-StartTime (WS-Sess-Idx) < CS-EndTime
                  AND CS-StartTime < NS-EndTime (WS-Sess-Idx)
                  MOVE "Y" TO WS-Clash-Found
                  MOVE EN-CourseCode TO WS-Clash-CourseCode
               END-IF
            END-PERFORM
         END-IF
      END-IF
   END-PERFORM.

ValidateCourseField.
   MOVE WS-Count-CourseCode TO CM-CourseCode.
      MOVE TR-CourseCode  TO EN-CourseCode
      MOVE WS-CreatedDate TO EN-EnrolledDate
      MOVE WS-CreatedTime TO EN-EnrolledTime
      MOVE WS-Current-Term TO EN-TermCode
      WRITE EnrollmentRecord
      MOVE TR-CourseCode TO WS-Seat-CourseCode
      PERFORM AddSeatToCourse
   DELETE StudentEnrollFile.
   MOVE WS-Freed-CourseCode TO WS-Seat-CourseCode.
   PERFORM FreeSeatFromCourse.
   MOVE TR-StudentId        TO BL-StudentId.
   MOVE WS-Freed-CourseCode TO BL-CourseCode.
   PERFORM RaiseDropCredit.
   PERFORM PromoteFromWaitlist.

DropAllEnrollments.
         DELETE StudentEnrollFile
         MOVE WS-Freed-CourseCode TO WS-Seat-CourseCode
         PERFORM FreeSeatFromCourse
         MOVE TR-StudentId        TO BL-StudentId
         MOVE WS-Freed-CourseCode TO BL-CourseCode
         PERFORM RaiseDropCredit
         PERFORM PromoteFromWaitlist
      END-IF
   END-PERFORM.
      DELETE StudentEnrollFile
      MOVE TR-CourseCode TO WS-Seat-CourseCode
      PERFORM FreeSeatFromCourse
      MOVE TR-StudentId  TO BL-StudentId
      MOVE TR-CourseCode TO BL-CourseCode
      PERFORM RaiseDropCredit
      MOVE TR-StudentId     TO EN-StudentId
      MOVE TR-NewCourseCode TO EN-CourseCode
      MOVE WS-CreatedDate   TO EN-EnrolledDate
      MOVE WS-CreatedTime   TO EN-EnrolledTime
      MOVE WS-Current-Term  TO EN-TermCode
      WRITE EnrollmentRecord
      MOVE TR-NewCourseCode TO WS-Seat-CourseCode
      PERFORM AddSeatToCourse
       NOT INVALID KEY
       MOVE "Y" TO WS-Enroll-Found
   END-READ.
   MOVE WL-StudentId TO WS-Hold-StudentId.
   PERFORM CheckFinancialHold.
   IF On-Financial-Hold
*> Passed over for now - the entry keeps its place in the queue for
*> when a supervisor releases the hold
      DISPLAY "Waitlisted StudentId " WL-StudentId
              " is on financial hold - passed over for "
              WL-CourseCode
   ELSE IF Enrolled-On-Course
*> Already enrolled some other way - just retire the waitlist entry
      MOVE "P" TO WL-Status
      REWRITE StudentWaitlistRecord
      MOVE WL-CourseCode  TO EN-CourseCode
      MOVE WS-CreatedDate TO EN-EnrolledDate
      MOVE WS-CreatedTime TO EN-EnrolledTime
      MOVE WS-Current-Term TO EN-TermCode
      WRITE EnrollmentRecord
      MOVE WL-CourseCode TO WS-Seat-CourseCode
      PERFORM AddSeatToCourse
   MOVE CN-Email        TO PN-Email.
   WRITE PromoNotifyRecord.
   CLOSE PromoNotifyFile.

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
         MOVE WS-CreatedDate TO RF-DropDate
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
   MOVE WS-CreatedTime TO BA-AdjTime.
   MOVE "BatchStudentMnt" TO BA-Source.
   MOVE WS-Operator-Id TO BA-OperatorId.
   WRITE BillAdjustRecord.

FindCurrentTerm.
*> New enrollments are stamped with the term TERM-MASTER marks
*> current, and its add/drop deadline applies to them.  With no
*> TERM-MASTER, or no current term on it, they carry no term and no
*> deadline.  The file stays open for the refund lookups.
   OPEN INPUT TermMasterFile.
   IF WS-Term-Status = "00"
      MOVE "Y" TO WS-Term-Open
      PERFORM UNTIL Term-Eof
         READ TermMasterFile NEXT RECORD
             AT END MOVE "Y" TO WS-Term-Eof
         END-READ
         IF NOT Term-Eof AND Term-Is-Current
            MOVE TM-TermCode    TO WS-Current-Term
            MOVE TM-AddDropDate TO WS-AddDrop-Date
         END-IF
      END-PERFORM
   END-IF.

CheckFinancialHold.
*> A student the AgedDebt run found owing for more than 90 days is on
*> FINANCIAL-HOLD, and takes on no new course until a supervisor
*> releases the hold.  The caller puts the student in
*> WS-Hold-StudentId.
   MOVE "N" TO WS-On-Hold.
   IF Hold-Is-Open
      MOVE WS-Hold-StudentId TO FH-StudentId
      READ FinancialHoldFile
          INVALID KEY CONTINUE
      END-READ
      IF WS-Hold-Status = "00" AND Hold-Is-Active
         MOVE "Y" TO WS-On-Hold
      END-IF
   END-IF.
