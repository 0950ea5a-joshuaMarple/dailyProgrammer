*> Inquire lists the student's current enrollments and falls back to
*> the STUDENT-HISTORY file StudentPurge writes when the StudentId is
*> not on the master, so a student archived off the roster years ago
*> can still be looked up, purge date and all.  It also shows the
*> student's grade point average and academic standing from the last
*> AcademicStanding run on STUDENT-STANDING.

*> Add and Enroll check the course's COURSE-PREREQ records against
*> the student's completed (SH-LeaveCode "C") rows on STUDENT-HISTORY
*> before a seat or waitlist place is given, and refuse the
*> enrollment naming the prerequisite that has not been passed at its
*> minimum grade.  When the course's COURSE-SCHEDULE sessions overlap
*> a session of a course the student is already on, the clash is
*> displayed and the enrollment only goes ahead once the operator
*> confirms it.

*> A Drop, or a Delete that takes a student off every course, raises
*> a credit against each billed enrollment on STUDENT-BILLING - the
*> REFUNDSC refund-schedule share of the fee for the week of term the
*> drop falls in, counted from the start of the bill's term on
*> TERM-MASTER - and logs it to BILL-ADJUST for AdjustRegister.

*> Every enrollment is stamped with the term TERM-MASTER marks
*> current.  After that term's add/drop deadline a clerk's Add or
*> Enroll is refused; a supervisor is shown the deadline and may
*> override it.  A waitlist promotion fills a seat the student
*> queued for in time, so it is not held to the deadline.

*> A student on FINANCIAL-HOLD - placed by the AgedDebt run for a
*> balance more than 90 days old - is refused any new enrollment, and
*> passed over (keeping the place) at the head of a waitlist, until a
*> supervisor releases the hold with option 8.  Inquire shows a hold
*> in force.

*> The program opens with a sign-on against OPERATOR-MASTER; a
*> front-desk clerk (authority 1) can use everything except Delete,
*> releasing a hold and enrolling after the add/drop deadline, which
*> need a supervisor (authority 2).  The signed-on operator id goes
*> into every STUDENT-AUDIT image, so AuditReport can say who.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-Waitlist-Status.

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
        RECORD KEY IS CN-StudentId
        FILE STATUS IS WS-Contact-Status.

    SELECT StudentStandingFile ASSIGN TO "STUDENT-STANDING"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ST-StudentId
        FILE STATUS IS WS-Standing-Status.

    SELECT PromoNotifyFile ASSIGN TO "PROMO-NOTIFY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Notify-Status.
        RECORD KEY IS OP-OperatorId
        FILE STATUS IS WS-Operator-Status.

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
FD  StudentMasterFile.
                            ==:DESC-NAME:==   BY ==CM-CourseDesc==
                            ==:SEATS-NAME:==  BY ==CM-MaxSeats==
                            ==:ENROLLED-NAME:== BY ==CM-EnrolledCount==
                            ==:FEE-NAME:==    BY ==CM-TuitionFee==
                            ==:INSTR-NAME:==  BY ==CM-InstructorId==.

FD  StudentWaitlistFile.
    COPY STUDSTU REPLACING ==:RECORD-NAME:==  BY ==StudentWaitlistRecord==
    02  WL-AddedTime       PIC 9(8).
    02  WL-Status          PIC X.

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

FD  StudentAuditFile.
    COPY STUDAUDT.

FD  StudentStandingFile.
    COPY STANDING.

FD  StudentContactFile.
    COPY STUDCONT.

FD  OperatorMasterFile.
    COPY OPERATOR.

FD  CoursePrereqFile.
    COPY PREREQ.

FD  CourseScheduleFile.
    COPY SCHED.

WORKING-STORAGE SECTION.
    COPY STUDSTU REPLACING ==:RECORD-NAME:==  BY ==StudentDetails==
                           ==:ID-NAME:==      BY ==StudentId==
01  WS-Course-Status    PIC XX.
01  WS-Audit-Status     PIC XX.
01  WS-Contact-Status   PIC XX.
01  WS-Standing-Status  PIC XX.
01  WS-Notify-Status    PIC XX.
01  WS-Operator-Status  PIC XX.
01  WS-Operator-Id      PIC X(8).
01  WS-Enroll-Count     PIC 9(3).

01  WS-History-Status   PIC XX.
01  WS-Hold-Status      PIC XX.
01  WS-Hold-Open        PIC X VALUE "N".
    88 Hold-Is-Open     VALUE "Y".
01  WS-Hold-StudentId   PIC 9(7).
01  WS-On-Hold          PIC X VALUE "N".
    88 On-Financial-Hold VALUE "Y".
01  WS-Term-Status      PIC XX.
01  WS-Term-Open        PIC X VALUE "N".
    88 TermMaster-Is-Open VALUE "Y".
01  WS-Term-Eof         PIC X VALUE "N".
    88 Term-Eof         VALUE "Y".
01  WS-Current-Term     PIC X(6) VALUE SPACES.
01  WS-AddDrop-Date     PIC 9(8) VALUE ZERO.
01  WS-Late-Enroll      PIC X VALUE "N".
    88 Late-Enrollment  VALUE "Y".
01  WS-Late-Answer      PIC X.
01  WS-Billing-Status   PIC XX.
01  WS-Adjust-Status    PIC XX.
01  WS-Billing-Open     PIC X VALUE "N".
    88 Billing-Is-Open  VALUE "Y".
    COPY REFUNDSC.
01  WS-Credit-Display   PIC ZZ,ZZ9.99.
01  WS-Hold-Display     PIC Z,ZZZ,ZZ9.99.
01  WS-History-Open     PIC X VALUE "N".
    88 History-Is-Open  VALUE "Y".
01  WS-Gpa-Display      PIC 9.99.
01  WS-Standing-Open    PIC X VALUE "N".
    88 Standing-Is-Open VALUE "Y".
01  WS-History-Found    PIC X VALUE "N".
01  WS-History-Eof      PIC X VALUE "N".
    88 History-Eof      VALUE "Y".

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
01  WS-Clash-Answer     PIC X.

PROCEDURE DIVISION.
Begin.
   PERFORM SignOnOperator.
   PERFORM OpenFiles.
   PERFORM UNTIL WS-Menu-Choice = 9
      DISPLAY " "
      DISPLAY "1 - Add student"
      DISPLAY "2 - Change student"
      DISPLAY "5 - Enroll student on course"
      DISPLAY "6 - Drop student from course"
      DISPLAY "7 - Change contact details"
      DISPLAY "8 - Release financial hold"
      DISPLAY "9 - Exit"
      DISPLAY "Enter choice: "
      ACCEPT WS-Menu-Choice
      EVALUATE WS-Menu-Choice
          WHEN 5 PERFORM EnrollOnCourse
          WHEN 6 PERFORM DropFromCourse
          WHEN 7 PERFORM ChangeContactDetails
          WHEN 8
             IF Operator-Is-Supervisor
                PERFORM ReleaseFinancialHold
             ELSE
                DISPLAY "Releasing a hold needs supervisor authority - "
                        WS-Operator-Id " is not a supervisor"
             END-IF
          WHEN 9 CONTINUE
          WHEN OTHER DISPLAY "Invalid choice - please re-enter"
      END-EVALUATE
   END-PERFORM.
   ELSE
      MOVE "N" TO WS-History-Open
   END-IF.
   OPEN INPUT CoursePrereqFile.
   IF WS-Prereq-Status = "00"
      MOVE "Y" TO WS-Prereq-Open
   END-IF.
   OPEN INPUT StudentStandingFile.
   IF WS-Standing-Status = "00"
      MOVE "Y" TO WS-Standing-Open
   END-IF.
   OPEN INPUT CourseScheduleFile.
   IF WS-Sched-Status = "00"
      MOVE "Y" TO WS-Sched-Open
   END-IF.
*> No FINANCIAL-HOLD yet means no student is on hold.
   OPEN I-O FinancialHoldFile.
   IF WS-Hold-Status = "00"
      MOVE "Y" TO WS-Hold-Open
   END-IF.
   PERFORM FindCurrentTerm.
*> No STUDENT-BILLING yet means nothing has been billed to credit.
   OPEN I-O StudentBillingFile.
   IF WS-Billing-Status = "00"
      MOVE "Y" TO WS-Billing-Open
   END-IF.
   OPEN EXTEND BillAdjustFile.
   IF WS-Adjust-Status NOT = "00"
      OPEN OUTPUT BillAdjustFile
   END-IF.
   OPEN I-O StudentContactFile.
   IF WS-Contact-Status NOT = "00"
      OPEN OUTPUT StudentContactFile
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
   IF Standing-Is-Open
      CLOSE StudentStandingFile
   END-IF.
   IF Billing-Is-Open
      CLOSE StudentBillingFile
   END-IF.
   IF TermMaster-Is-Open
      CLOSE TermMasterFile
   END-IF.
   CLOSE BillAdjustFile.
   CLOSE StudentContactFile.

StampNow.
*> CourseCode has already been validated against COURSE-MASTER and
*> the identity record is on the master; StampNow has been performed.
   PERFORM FindEnrollment.
   MOVE StudentId  TO WS-Prereq-StudentId.
   MOVE CourseCode TO WS-Prereq-CourseCode.
   PERFORM CheckPrerequisites.
   MOVE StudentId  TO WS-Hold-StudentId.
   PERFORM CheckFinancialHold.
   PERFORM CheckAddDropDeadline.
   IF Enrolled-On-Course
      DISPLAY "StudentId " StudentId " is already enrolled on course "
              CourseCode
   ELSE IF On-Financial-Hold
      DISPLAY "StudentId " StudentId " is on financial hold - "
              "enrollment on " CourseCode " refused"
   ELSE IF NOT Prereq-Met
      DISPLAY "StudentId " StudentId " has not completed prerequisite "
              WS-Prereq-Missing " - enrollment on " CourseCode
              " refused"
   ELSE IF Late-Enrollment AND NOT Operator-Is-Supervisor
      DISPLAY "The add/drop deadline for term " WS-Current-Term
              " was " WS-AddDrop-Date " - a late enrollment needs"
              " supervisor authority - " WS-Operator-Id
              " is not a supervisor"
   ELSE
      MOVE StudentId  TO WS-Clash-StudentId
      MOVE CourseCode TO WS-Clash-NewCourse
      MOVE SPACES     TO WS-Clash-Ignore
      PERFORM CheckTimetableClash
      IF Clash-Found
         PERFORM ConfirmClash
      END-IF
      IF Late-Enrollment AND NOT Clash-Found
         PERFORM ConfirmLateEnrollment
      END-IF
      IF Clash-Found OR Late-Enrollment
         DISPLAY "Enrollment on " CourseCode " abandoned"
      ELSE
         PERFORM EnrollOrWaitlist
      END-IF
   END-IF.

EnrollOrWaitlist.
   PERFORM CheckCourseCapacity.
   IF Course-Is-Full
      PERFORM AddToWaitlist
      DISPLAY "Course " CourseCode " is full - StudentId "
              StudentId " added to waitlist"
   ELSE
      MOVE StudentId      TO EN-StudentId
      MOVE CourseCode     TO EN-CourseCode
      MOVE WS-CreatedDate TO EN-EnrolledDate
      MOVE WS-CreatedTime TO EN-EnrolledTime
      MOVE WS-Current-Term TO EN-TermCode
      WRITE EnrollmentRecord
      MOVE CourseCode TO WS-Seat-CourseCode
      PERFORM AddSeatToCourse
      MOVE CourseCode TO WS-Audit-CourseCode
      PERFORM LogAuditEnroll
      DISPLAY "StudentId " StudentId " enrolled on course "
              CourseCode
   END-IF.

ConfirmClash.
*> A part-time student may have agreed to miss sessions, so a clash
*> is not refused outright - but it goes no further until the
*> operator has seen it and said yes.
   DISPLAY "WARNING - " CourseCode " meets at the same time as "
           WS-Clash-CourseCode ", which StudentId " StudentId
           " is already on".
   DISPLAY "Enroll anyway (Y/N)? ".
   ACCEPT WS-Clash-Answer.
   IF WS-Clash-Answer = "Y" OR WS-Clash-Answer = "y"
      MOVE "N" TO WS-Clash-Found
   END-IF.

CheckAddDropDeadline.
*> StampNow has been performed.
   MOVE "N" TO WS-Late-Enroll.
   IF WS-Current-Term NOT = SPACES
      AND WS-CreatedDate > WS-AddDrop-Date
      MOVE "Y" TO WS-Late-Enroll
   END-IF.

ConfirmLateEnrollment.
*> Only a supervisor gets this far - the override is theirs to give,
*> and the enrollment's audit record carries their operator id.
   DISPLAY "WARNING - the add/drop deadline for term " WS-Current-Term
           " was " WS-AddDrop-Date.
   DISPLAY "Enroll late on supervisor authority (Y/N)? ".
   ACCEPT WS-Late-Answer.
   IF WS-Late-Answer = "Y" OR WS-Late-Answer = "y"
      MOVE "N" TO WS-Late-Enroll
   END-IF.

ChangeStudent.
   DISPLAY "Enter StudentId to change: "
   ACCEPT StudentId.
         DELETE StudentEnrollFile
         MOVE CourseCode TO WS-Seat-CourseCode
         PERFORM FreeSeatFromCourse
         MOVE StudentId  TO BL-StudentId
         MOVE CourseCode TO BL-CourseCode
         PERFORM RaiseDropCredit
         DISPLAY "StudentId " StudentId " dropped from course "
                 CourseCode
         IF Billing-Is-Open AND WS-Billing-Status = "00"
            AND RF-Credit > ZERO
            MOVE RF-Credit TO WS-Credit-Display
            DISPLAY "Credit of " WS-Credit-Display
                    " raised against the bill"
                    " (" RF-Refund-Pct "% refund, week " RF-Week ")"
         END-IF
         PERFORM PromoteFromWaitlist
      END-IF
   END-IF.
         DELETE StudentEnrollFile
         MOVE WS-Freed-CourseCode TO WS-Seat-CourseCode
         PERFORM FreeSeatFromCourse
         MOVE StudentId           TO BL-StudentId
         MOVE WS-Freed-CourseCode TO BL-CourseCode
         PERFORM RaiseDropCredit
         PERFORM PromoteFromWaitlist
      END-IF
   END-PERFORM.
   MOVE WS-Operator-Id TO AU-OperatorId
   WRITE StudentAuditRecord.

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

CheckCourseCapacity.
*> CM-EnrolledCount is the live seats-taken count maintained by
*> AddSeatToCourse / FreeSeatFromCourse, so a capacity check is one
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
      PERFORM InquireHistory
      IF WS-History-Found NOT = "Y"
         DISPLAY "StudentId " StudentId " not found"
      ELSE
         PERFORM DisplayStanding
      END-IF
   ELSE
      DISPLAY "StudentId    : " SM-StudentId
      DISPLAY "Gender       : " SM-Gender
      DISPLAY "Created      : " SM-CreatedDate " " SM-CreatedTime
      PERFORM ListEnrollments
      PERFORM DisplayStanding
      PERFORM DisplayHold
   END-IF.

DisplayStanding.
   MOVE "23" TO WS-Standing-Status.
   IF Standing-Is-Open
      MOVE StudentId TO ST-StudentId
      READ StudentStandingFile
          INVALID KEY CONTINUE
      END-READ
   END-IF.
   IF WS-Standing-Status = "00"
      MOVE ST-GPA TO WS-Gpa-Display
      IF Standing-Deans
         DISPLAY "Standing     : GPA " WS-Gpa-Display
                 "  Dean's list  (as at " ST-RunDate ")"
      ELSE IF Standing-Probation
         DISPLAY "Standing     : GPA " WS-Gpa-Display
                 "  probation  (as at " ST-RunDate ")"
      ELSE
         DISPLAY "Standing     : GPA " WS-Gpa-Display
                 "  good standing  (as at " ST-RunDate ")"
      END-IF
   ELSE
      DISPLAY "Standing     : not yet assessed"
   END-IF.

ReleaseFinancialHold.
*> The release keeps the over-90 balance it was given against, so the
*> next AgedDebt run only puts the hold back when more debt has passed
*> 90 days since.
   DISPLAY "Enter StudentId to release from hold: "
   ACCEPT StudentId.
   MOVE StudentId TO WS-Hold-StudentId.
   PERFORM CheckFinancialHold.
   IF NOT On-Financial-Hold
      DISPLAY "StudentId " StudentId " is not on financial hold"
   ELSE
      PERFORM StampNow
      MOVE "R"              TO FH-Status
      MOVE WS-CreatedDate   TO FH-ReleasedDate
      MOVE WS-Operator-Id   TO FH-ReleasedBy
      MOVE FH-OverdueAmount TO FH-ReleasedAmount
      REWRITE FinancialHoldRecord
      DISPLAY "Financial hold on StudentId " StudentId
              " released by " WS-Operator-Id
   END-IF.

DisplayHold.
   MOVE StudentId TO WS-Hold-StudentId.
   PERFORM CheckFinancialHold.
   IF On-Financial-Hold
      MOVE FH-OverdueAmount TO WS-Hold-Display
      DISPLAY "Hold         : FINANCIAL HOLD since " FH-HeldDate
              " - " WS-Hold-Display " over 90 days"
   END-IF.

ListEnrollments.
      DISPLAY "CourseCode   : " SH-CourseCode
              "  Purged : " SH-PurgedDate
   END-IF.

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
   MOVE "MaintainStudents" TO BA-Source.
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
