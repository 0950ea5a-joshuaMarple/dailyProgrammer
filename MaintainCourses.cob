*> such a change the longest-waiting students for the course are
*> promoted onto STUDENT-ENROLL, seat by seat, in arrival order -
*> otherwise the next Add would queue-jump everyone on the waitlist.
*> A student on FINANCIAL-HOLD is passed over, keeping the place in
*> the queue, until a supervisor releases the hold.

*> A supervisor maintains each course's prerequisites on
*> COURSE-PREREQ here - the earlier courses a student must have
*> completed, each with the minimum grade that counts - and Inquire
*> lists them.  A course still named as another course's
*> prerequisite cannot be deleted; deleting a course removes its own
*> prerequisite records with it.

*> A supervisor keeps the weekly timetable here too - one
*> COURSE-SCHEDULE record per session with its day, start and end
*> times, room and the seats the room holds.  Booking a session into
*> a room already taken at an overlapping time on the same day is
*> warned about (RoomUtilisation flags it as double-booked until one
*> of them moves).  Inquire lists the sessions, and deleting a course
*> removes its sessions with it.

*> A supervisor also keeps the GRADE-SCALE here - the grade points
*> each SH-Grade is worth, keyed in hundredths (400 = 4.00) - which
*> the termly AcademicStanding run uses to work out every student's
*> grade point average.  A grade taken off the scale stops counting
*> towards anyone's GPA from the next run.

*> Each course is assigned to the instructor who teaches it, by
*> CM-InstructorId, on Add or Change.  The id must already be on
*> INSTRUCTOR-MASTER (maintained through MaintainInstructors); blank
*> leaves the course unassigned, and NONE on Change takes the
*> assignment away.  Inquire shows the instructor's name.

*> Every course added, changed or deleted here is written to
*> MASTER-AUDIT with the course record before and after, the date and
*> time and the signed-on operator, so SecurityReport can say who
*> changed a fee or a seat limit and when.  A Change that leaves the
*> record as it was writes nothing.

*> A waitlisted student promoted here is stamped with the term
*> TERM-MASTER marks current; the add/drop deadline does not apply to
*> a promotion, since the student joined the queue in time.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Status.

    SELECT MasterAuditFile ASSIGN TO "MASTER-AUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAudit-Status.

    SELECT StudentContactFile ASSIGN TO "STUDENT-CONTACT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
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

    SELECT InstructorMasterFile ASSIGN TO "INSTRUCTOR-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IN-InstructorId
        FILE STATUS IS WS-Instr-Status.

    SELECT GradeScaleFile ASSIGN TO "GRADE-SCALE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GS-Grade
        FILE STATUS IS WS-Scale-Status.

DATA DIVISION.
FILE SECTION.
FD  CourseMasterFile.
                            ==:DESC-NAME:==   BY ==CM-CourseDesc==
                            ==:SEATS-NAME:==  BY ==CM-MaxSeats==
                            ==:ENROLLED-NAME:== BY ==CM-EnrolledCount==
                            ==:FEE-NAME:==    BY ==CM-TuitionFee==
                            ==:INSTR-NAME:==  BY ==CM-InstructorId==.

FD  StudentMasterFile.
    COPY STUDSTU REPLACING ==:RECORD-NAME:==  BY ==StudentMasterRecord==
FD  StudentAuditFile.
    COPY STUDAUDT.

FD  MasterAuditFile.
    COPY MASTAUDT.

FD  StudentContactFile.
    COPY STUDCONT.

FD  OperatorMasterFile.
    COPY OPERATOR.

FD  CoursePrereqFile.
    COPY PREREQ.

FD  CourseScheduleFile.
    COPY SCHED.

FD  FinancialHoldFile.
    COPY FINHOLD.

FD  TermMasterFile.
    COPY TERMMAST.

FD  GradeScaleFile.
    COPY GRADESCL.

FD  InstructorMasterFile.
    COPY INSTRUCT.

WORKING-STORAGE SECTION.
    COPY COURSEMA REPLACING ==:RECORD-NAME:== BY ==CourseDetails==
                            ==:CODE-NAME:==   BY ==CourseCode==
                            ==:DESC-NAME:==   BY ==CourseDesc==
                            ==:SEATS-NAME:==  BY ==MaxSeats==
                            ==:ENROLLED-NAME:== BY ==EnrolledCount==
                            ==:FEE-NAME:==    BY ==TuitionFee==
                            ==:INSTR-NAME:==  BY ==InstructorId==.

01  WS-Course-Status    PIC XX.
01  WS-Master-Status    PIC XX.
01  WS-Enroll-Status    PIC XX.
01  WS-Audit-Status     PIC XX.
01  WS-MAudit-Status    PIC XX.
01  WS-Contact-Status   PIC XX.
01  WS-Notify-Status    PIC XX.
01  WS-Operator-Status  PIC XX.
01  WS-Prereq-Status    PIC XX.
01  WS-Sched-Status     PIC XX.
01  WS-Scale-Status     PIC XX.
01  WS-Instr-Status     PIC XX.
01  WS-Instr-Open       PIC X VALUE "N".
    88 Instr-Is-Open    VALUE "Y".
01  WS-Check-InstrId    PIC X(6).
01  WS-Instr-Found      PIC X VALUE "N".
    88 Instructor-On-File VALUE "Y".
01  WS-Hold-Status      PIC XX.
01  WS-Hold-Open        PIC X VALUE "N".
    88 Hold-Is-Open     VALUE "Y".
01  WS-Hold-StudentId   PIC 9(7).
01  WS-On-Hold          PIC X VALUE "N".
    88 On-Financial-Hold VALUE "Y".
01  WS-Term-Status      PIC XX.
01  WS-Term-Eof         PIC X VALUE "N".
    88 Term-Eof         VALUE "Y".
01  WS-Current-Term     PIC X(6) VALUE SPACES.
01  WS-Operator-Id      PIC X(8).
01  WS-Auth-Level       PIC 9 VALUE 0.
    88 Operator-Is-Supervisor VALUE 2.
01  WS-Input-CourseDesc PIC X(20).
01  WS-Input-MaxSeats   PIC X(3).
01  WS-Input-TuitionFee PIC X(7).
01  WS-Input-InstrId    PIC X(6).

*> The entry screen's own layout - EnrolledCount is system-maintained
*> and is never keyed, so the template skips straight from MaxSeats
    02  CE-CourseDesc   PIC X(20).
    02  CE-MaxSeats     PIC X(3).
    02  CE-TuitionFee   PIC X(7).
    02  CE-InstructorId PIC X(6).

*> Fees are keyed as seven digits of pennies; the redefinition puts
*> the implied decimal point in for the move to the course record.
01  WS-Waitlist-Error   PIC X VALUE "N".

01  WS-Old-MaxSeats     PIC 9(3).

*> Course images for MASTER-AUDIT - the record is moved whole, as
*> the audit images share its layout.
01  WS-Course-Before    PIC X(45).
01  WS-Course-After     PIC X(45).
01  WS-MAudit-Action    PIC X.
01  WS-Freed-CourseCode PIC X(4).
01  WS-Seat-Free        PIC X VALUE "N".
01  WS-Promotion-Done   PIC X VALUE "N".
01  WS-CreatedDate      PIC 9(8).
01  WS-CreatedTime      PIC 9(8).

01  WS-Prereq-Eof       PIC X VALUE "N".
    88 Prereq-Eof       VALUE "Y".
01  WS-Prereq-Action    PIC X.
01  WS-Prereq-Count     PIC 9(3).
01  WS-Required-By      PIC 9(3).
01  WS-Input-Required   PIC X(4).
01  WS-Input-MinGrade   PIC X(2).
    COPY GRADEORD.

01  WS-Sched-Eof        PIC X VALUE "N".
    88 Sched-Eof        VALUE "Y".
01  WS-Session-Action   PIC X.
01  WS-Session-Count    PIC 99.
01  WS-Last-SessionNo   PIC 99.
01  WS-Input-SessionNo  PIC XX.

*> The session entry screen's layout - the session number is handed
*> out by the program, never keyed.
01  SessionEntryDetails.
    02  SE-Day          PIC X.
    02  SE-StartTime    PIC X(4).
    02  SE-EndTime      PIC X(4).
    02  SE-Room         PIC X(6).
    02  SE-Capacity     PIC X(3).

01  WS-New-Session.
    02  WS-New-Day        PIC 9.
    02  WS-New-StartTime  PIC 9(4).
    02  WS-New-EndTime    PIC 9(4).
    02  WS-New-Room       PIC X(6).

01  WS-Scale-Eof        PIC X VALUE "N".
    88 Scale-Eof        VALUE "Y".
01  WS-Scale-Action     PIC X.
01  WS-Scale-Count      PIC 99.
01  WS-Input-Grade      PIC X(2).
01  WS-Input-Points     PIC X(3).
01  WS-Input-Points-N REDEFINES WS-Input-Points PIC 9V99.
01  WS-Points-Display   PIC 9.99.

01  WS-Day-Name-Values.
    02  FILLER          PIC X(21) VALUE "MonTueWedThuFriSatSun".
01  WS-Day-Name-Table REDEFINES WS-Day-Name-Values.
    02  WS-Day-Name     PIC X(3) OCCURS 7 TIMES.

PROCEDURE DIVISION.
Begin.
   PERFORM SignOnOperator.
   PERFORM OpenFiles.
   PERFORM UNTIL WS-Menu-Choice = 8
      DISPLAY " "
      DISPLAY "1 - Add course"
      DISPLAY "2 - Change course"
      DISPLAY "3 - Delete course"
      DISPLAY "4 - Inquire on course"
      DISPLAY "5 - Maintain prerequisites"
      DISPLAY "6 - Maintain timetable sessions"
      DISPLAY "7 - Maintain grade scale"
      DISPLAY "8 - Exit"
      DISPLAY "Enter choice: "
      ACCEPT WS-Menu-Choice
      EVALUATE WS-Menu-Choice
                        WS-Operator-Id " is not a supervisor"
             END-IF
          WHEN 4 PERFORM InquireCourse
          WHEN 5
             IF Operator-Is-Supervisor
                PERFORM MaintainPrereqs
             ELSE
                DISPLAY "Prerequisites need supervisor authority - "
                        WS-Operator-Id " is not a supervisor"
             END-IF
          WHEN 6
             IF Operator-Is-Supervisor
                PERFORM MaintainSessions
             ELSE
                DISPLAY "Timetable needs supervisor authority - "
                        WS-Operator-Id " is not a supervisor"
             END-IF
          WHEN 7
             IF Operator-Is-Supervisor
                PERFORM MaintainGradeScale
             ELSE
                DISPLAY "Grade scale needs supervisor authority - "
                        WS-Operator-Id " is not a supervisor"
             END-IF
          WHEN 8 CONTINUE
          WHEN OTHER DISPLAY "Invalid choice - please re-enter"
      END-EVALUATE
   END-PERFORM.
   IF WS-Audit-Status NOT = "00"
      OPEN OUTPUT StudentAuditFile
   END-IF.
   OPEN EXTEND MasterAuditFile.
   IF WS-MAudit-Status NOT = "00"
      OPEN OUTPUT MasterAuditFile
   END-IF.
   OPEN I-O CoursePrereqFile.
   IF WS-Prereq-Status = "35"
      OPEN OUTPUT CoursePrereqFile
      CLOSE CoursePrereqFile
      OPEN I-O CoursePrereqFile
   END-IF.
   IF WS-Prereq-Status NOT = "00"
      DISPLAY "Unable to open COURSE-PREREQ - status " WS-Prereq-Status
      STOP RUN
   END-IF.
   OPEN I-O CourseScheduleFile.
   IF WS-Sched-Status = "35"
      OPEN OUTPUT CourseScheduleFile
      CLOSE CourseScheduleFile
      OPEN I-O CourseScheduleFile
   END-IF.
   IF WS-Sched-Status NOT = "00"
      DISPLAY "Unable to open COURSE-SCHEDULE - status " WS-Sched-Status
      STOP RUN
   END-IF.
   OPEN I-O GradeScaleFile.
   IF WS-Scale-Status = "35"
      OPEN OUTPUT GradeScaleFile
      CLOSE GradeScaleFile
      OPEN I-O GradeScaleFile
   END-IF.
   IF WS-Scale-Status NOT = "00"
      DISPLAY "Unable to open GRADE-SCALE - status " WS-Scale-Status
      STOP RUN
   END-IF.
*> No FINANCIAL-HOLD yet means no student is on hold.
   OPEN INPUT FinancialHoldFile.
   IF WS-Hold-Status = "00"
      MOVE "Y" TO WS-Hold-Open
   END-IF.
   PERFORM FindCurrentTerm.
*> No INSTRUCTOR-MASTER yet means no course can be assigned.
   OPEN INPUT InstructorMasterFile.
   IF WS-Instr-Status = "00"
      MOVE "Y" TO WS-Instr-Open
   END-IF.

CloseFiles.
   CLOSE CourseMasterFile.
   CLOSE CoursePrereqFile.
   CLOSE CourseScheduleFile.
   CLOSE GradeScaleFile.
   IF Hold-Is-Open
      CLOSE FinancialHoldFile
   END-IF.
   IF Instr-Is-Open
      CLOSE InstructorMasterFile
   END-IF.
   IF Master-Is-Open
      CLOSE StudentMasterFile
   END-IF.
      CLOSE StudentEnrollFile
   END-IF.
   CLOSE StudentAuditFile.
   CLOSE MasterAuditFile.

AcceptCourseDetails.
   MOVE "N" TO WS-Valid-Entry.
   PERFORM UNTIL Entry-Is-Valid
      DISPLAY "Enter course details using template below"
      DISPLAY "Enter - CourseCode,Description,MaxSeats,TuitionFee,"
              "InstructorId"
      DISPLAY "CCCCDDDDDDDDDDDDDDDDDDDDSSSFFFFFFFIIIIII (fee in pennies,"
              " instructor blank if not yet assigned)"
      ACCEPT  CourseEntryDetails
      MOVE CE-InstructorId TO WS-Check-InstrId
      PERFORM CheckInstructorOnFile
      IF CE-CourseCode = SPACES
         DISPLAY "CourseCode must not be blank - please re-enter"
      ELSE IF CE-MaxSeats NOT NUMERIC
         AND CE-TuitionFee NOT NUMERIC
         DISPLAY "TuitionFee must be numeric (blank or 0000000 ="
                 " no charge) - please re-enter"
      ELSE IF CE-InstructorId NOT = SPACES
         AND NOT Instructor-On-File
         DISPLAY "Instructor " CE-InstructorId " is not on"
                 " INSTRUCTOR-MASTER - please re-enter"
      ELSE
         MOVE CE-CourseCode TO CourseCode
         MOVE CE-CourseDesc TO CourseDesc
            MOVE CE-TuitionFee TO WS-Fee-Pennies
            MOVE WS-Fee-Pennies-R TO TuitionFee
         END-IF
         MOVE CE-InstructorId TO InstructorId
         MOVE "Y" TO WS-Valid-Entry
      END-IF
   END-PERFORM.
      MOVE MaxSeats   TO CM-MaxSeats
      MOVE ZEROES     TO CM-EnrolledCount
      MOVE TuitionFee TO CM-TuitionFee
      MOVE InstructorId TO CM-InstructorId
      WRITE CourseMasterRecord
      MOVE SPACES TO WS-Course-Before
      MOVE CourseMasterRecord TO WS-Course-After
      MOVE "A" TO WS-MAudit-Action
      PERFORM WriteCourseAudit
      DISPLAY "CourseCode " CourseCode " added"
   END-IF.

      MOVE CM-CourseDesc TO CourseDesc
      MOVE CM-MaxSeats   TO MaxSeats
      MOVE CM-TuitionFee TO TuitionFee
      MOVE CM-InstructorId TO InstructorId
      MOVE CM-MaxSeats   TO WS-Old-MaxSeats
      MOVE CourseMasterRecord TO WS-Course-Before
      PERFORM AcceptChangedFields
      MOVE CourseDesc TO CM-CourseDesc
      MOVE MaxSeats   TO CM-MaxSeats
      MOVE TuitionFee TO CM-TuitionFee
      MOVE InstructorId TO CM-InstructorId
      REWRITE CourseMasterRecord
      MOVE CourseMasterRecord TO WS-Course-After
      IF WS-Course-After NOT = WS-Course-Before
         MOVE "C" TO WS-MAudit-Action
         PERFORM WriteCourseAudit
      END-IF
      DISPLAY "CourseCode " CourseCode " changed"
      IF Enroll-Is-Open AND Master-Is-Open
         AND (MaxSeats > WS-Old-MaxSeats
      END-IF
   END-PERFORM.

   MOVE "N" TO WS-Valid-Entry.
   PERFORM UNTIL Entry-Is-Valid
      DISPLAY "Current InstructorId is [" InstructorId
              "] - enter new value, blank to keep or NONE to unassign"
      ACCEPT WS-Input-InstrId
      MOVE WS-Input-InstrId TO WS-Check-InstrId
      PERFORM CheckInstructorOnFile
      IF WS-Input-InstrId = SPACES
         MOVE "Y" TO WS-Valid-Entry
      ELSE IF WS-Input-InstrId = "NONE"
         MOVE SPACES TO InstructorId
         MOVE "Y" TO WS-Valid-Entry
      ELSE IF NOT Instructor-On-File
         DISPLAY "Instructor " WS-Input-InstrId " is not on"
                 " INSTRUCTOR-MASTER - please re-enter"
      ELSE
         MOVE WS-Input-InstrId TO InstructorId
         MOVE "Y" TO WS-Valid-Entry
      END-IF
   END-PERFORM.

CheckInstructorOnFile.
   MOVE "N" TO WS-Instr-Found.
   IF Instr-Is-Open AND WS-Check-InstrId NOT = SPACES
      MOVE WS-Check-InstrId TO IN-InstructorId
      READ InstructorMasterFile
          INVALID KEY
          MOVE "N" TO WS-Instr-Found
          NOT INVALID KEY
          MOVE "Y" TO WS-Instr-Found
      END-READ
   END-IF.

DeleteCourse.
   DISPLAY "Enter CourseCode to delete: "
   ACCEPT CourseCode.
   ELSE
      PERFORM CountCourseHeadcount
      PERFORM CountWaitingStudents
      PERFORM CountRequiredBy
      IF WS-Waitlist-Error = "Y"
         DISPLAY "Unable to read STUDENT-WAITLIST - status "
                 WS-Waitlist-Status " - delete refused"
         DISPLAY "CourseCode " CourseCode " still has " WS-Headcount
                 " enrollment(s) and " WS-Waiting-Count
                 " waiting - delete refused"
      ELSE IF WS-Required-By NOT = ZERO
         DISPLAY "CourseCode " CourseCode " is a prerequisite of "
                 WS-Required-By " other course(s) - delete refused"
      ELSE
         MOVE CourseMasterRecord TO WS-Course-Before
         DELETE CourseMasterFile
         MOVE SPACES TO WS-Course-After
         MOVE "D" TO WS-MAudit-Action
         PERFORM WriteCourseAudit
         PERFORM RemoveCoursePrereqs
         PERFORM RemoveCourseSessions
         DISPLAY "CourseCode " CourseCode " deleted"
      END-IF
   END-IF.
      MOVE "Y" TO WS-Waitlist-Error
   END-IF.

WriteCourseAudit.
   PERFORM StampNow.
   MOVE "C"              TO MA-FileId.
   MOVE CourseCode       TO MA-RecordKey.
   MOVE WS-CreatedDate   TO MA-AuditDate.
   MOVE WS-CreatedTime   TO MA-AuditTime.
   MOVE WS-MAudit-Action TO MA-Action.
   MOVE WS-Operator-Id   TO MA-OperatorId.
   MOVE SPACE            TO MA-PasswordChanged.
   MOVE WS-Course-Before TO MA-Before.
   MOVE WS-Course-After  TO MA-After.
   WRITE MasterAuditRecord.

StampNow.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   ACCEPT CurrentTime FROM TIME.
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
      PERFORM AddSeatToCourse
      PERFORM LogPromotionEnroll
      DISPLAY "MaxSeats     : " CM-MaxSeats " (000 = no limit)"
      DISPLAY "Enrolled     : " CM-EnrolledCount
      DISPLAY "TuitionFee   : " CM-TuitionFee
      PERFORM DisplayInstructor
      PERFORM CountCourseHeadcount
      IF WS-Headcount NOT = CM-EnrolledCount
         DISPLAY "WARNING - recount finds " WS-Headcount
                 " enrollment(s) - run SeatRecount"
      END-IF
      PERFORM ListCoursePrereqs
      PERFORM ListCourseSessions
   END-IF.

DisplayInstructor.
   IF CM-InstructorId = SPACES
      DISPLAY "Instructor   : not assigned"
   ELSE
      MOVE CM-InstructorId TO WS-Check-InstrId
      PERFORM CheckInstructorOnFile
      IF Instructor-On-File
         DISPLAY "Instructor   : " CM-InstructorId " " IN-InstructorName
      ELSE
         DISPLAY "Instructor   : " CM-InstructorId
                 " (not on INSTRUCTOR-MASTER)"
      END-IF
   END-IF.

MaintainPrereqs.
*> Each prerequisite is one COURSE-PREREQ record - adding one that is
*> already there just changes its minimum grade.
   DISPLAY "Enter CourseCode whose prerequisites are to be maintained: "
   ACCEPT CourseCode.
   PERFORM FindCourse.
   IF NOT Found-On-File
      DISPLAY "CourseCode " CourseCode " not found"
   ELSE
      MOVE "X" TO WS-Prereq-Action
      PERFORM UNTIL WS-Prereq-Action = SPACE
         PERFORM ListCoursePrereqs
         DISPLAY "A - add prerequisite, R - remove prerequisite,"
                 " blank - finished: "
         ACCEPT WS-Prereq-Action
         EVALUATE WS-Prereq-Action
             WHEN "A" PERFORM AddPrereq
             WHEN "R" PERFORM RemovePrereq
             WHEN SPACE CONTINUE
             WHEN OTHER DISPLAY "Invalid choice - please re-enter"
         END-EVALUATE
      END-PERFORM
   END-IF.

AddPrereq.
   DISPLAY "CourseCode that must be completed first: "
   ACCEPT WS-Input-Required.
   MOVE WS-Input-Required TO CM-CourseCode.
   READ CourseMasterFile
       INVALID KEY CONTINUE
   END-READ.
   IF WS-Course-Status NOT = "00"
      DISPLAY WS-Input-Required " is not a valid course"
   ELSE IF WS-Input-Required = CourseCode
      DISPLAY "A course cannot be its own prerequisite"
   ELSE
      MOVE "N" TO WS-Valid-Entry
      PERFORM UNTIL Entry-Is-Valid
         DISPLAY "Minimum grade (blank = any completion): "
         ACCEPT WS-Input-MinGrade
         MOVE WS-Input-MinGrade TO GR-Grade
         PERFORM RankGrade
         IF WS-Input-MinGrade NOT = SPACES AND GR-Rank = 99
            DISPLAY "Grade must be one of A+ A A- B+ B B- C+ C C- D+"
                    " D D- E F - please re-enter"
         ELSE
            MOVE "Y" TO WS-Valid-Entry
         END-IF
      END-PERFORM
      MOVE CourseCode        TO PR-CourseCode
      MOVE WS-Input-Required TO PR-RequiredCode
      READ CoursePrereqFile
          INVALID KEY
          MOVE WS-Input-MinGrade TO PR-MinGrade
          WRITE CoursePrereqRecord
          DISPLAY WS-Input-Required " added as a prerequisite of "
                  CourseCode
          NOT INVALID KEY
          MOVE WS-Input-MinGrade TO PR-MinGrade
          REWRITE CoursePrereqRecord
          DISPLAY "Minimum grade for " WS-Input-Required " changed"
      END-READ
   END-IF.

RemovePrereq.
   DISPLAY "Prerequisite CourseCode to remove: "
   ACCEPT WS-Input-Required.
   MOVE CourseCode        TO PR-CourseCode.
   MOVE WS-Input-Required TO PR-RequiredCode.
   READ CoursePrereqFile
       INVALID KEY
       DISPLAY WS-Input-Required " is not a prerequisite of " CourseCode
       NOT INVALID KEY
       DELETE CoursePrereqFile
       DISPLAY WS-Input-Required " removed from " CourseCode
   END-READ.

ListCoursePrereqs.
   MOVE 0 TO WS-Prereq-Count.
   MOVE CourseCode TO PR-CourseCode.
   MOVE SPACES     TO PR-RequiredCode.
   MOVE "N" TO WS-Prereq-Eof.
   START CoursePrereqFile KEY IS NOT LESS THAN PR-PrereqKey
       INVALID KEY MOVE "Y" TO WS-Prereq-Eof
   END-START.
   PERFORM UNTIL Prereq-Eof
      READ CoursePrereqFile NEXT RECORD
          AT END MOVE "Y" TO WS-Prereq-Eof
      END-READ
      IF NOT Prereq-Eof
         IF PR-CourseCode NOT = CourseCode
            MOVE "Y" TO WS-Prereq-Eof
         ELSE
            ADD 1 TO WS-Prereq-Count
            IF PR-MinGrade = SPACES
               DISPLAY "Prerequisite : " PR-RequiredCode
                       "  any completion"
            ELSE
               DISPLAY "Prerequisite : " PR-RequiredCode
                       "  minimum grade " PR-MinGrade
            END-IF
         END-IF
      END-IF
   END-PERFORM.
   IF WS-Prereq-Count = ZERO
      DISPLAY "Prerequisite : none"
   END-IF.

CountRequiredBy.
   MOVE 0 TO WS-Required-By.
   MOVE LOW-VALUES TO PR-PrereqKey.
   MOVE "N" TO WS-Prereq-Eof.
   START CoursePrereqFile KEY IS NOT LESS THAN PR-PrereqKey
       INVALID KEY MOVE "Y" TO WS-Prereq-Eof
   END-START.
   PERFORM UNTIL Prereq-Eof
      READ CoursePrereqFile NEXT RECORD
          AT END MOVE "Y" TO WS-Prereq-Eof
      END-READ
      IF NOT Prereq-Eof
         IF PR-RequiredCode = CourseCode
            ADD 1 TO WS-Required-By
         END-IF
      END-IF
   END-PERFORM.

RemoveCoursePrereqs.
   MOVE CourseCode TO PR-CourseCode.
   MOVE SPACES     TO PR-RequiredCode.
   MOVE "N" TO WS-Prereq-Eof.
   START CoursePrereqFile KEY IS NOT LESS THAN PR-PrereqKey
       INVALID KEY MOVE "Y" TO WS-Prereq-Eof
   END-START.
   PERFORM UNTIL Prereq-Eof
      READ CoursePrereqFile NEXT RECORD
          AT END MOVE "Y" TO WS-Prereq-Eof
      END-READ
      IF NOT Prereq-Eof
         IF PR-CourseCode NOT = CourseCode
            MOVE "Y" TO WS-Prereq-Eof
         ELSE
            DELETE CoursePrereqFile
         END-IF
      END-IF
   END-PERFORM.

RankGrade.
   MOVE 99 TO GR-Rank.
   PERFORM VARYING GR-Idx FROM 1 BY 1
       UNTIL GR-Idx > 14 OR GR-Rank NOT = 99
      IF GR-Order-Grade (GR-Idx) = GR-Grade
         MOVE GR-Idx TO GR-Rank
      END-IF
   END-PERFORM.

MaintainSessions.
   DISPLAY "Enter CourseCode whose timetable is to be maintained: "
   ACCEPT CourseCode.
   PERFORM FindCourse.
   IF NOT Found-On-File
      DISPLAY "CourseCode " CourseCode " not found"
   ELSE
      MOVE "X" TO WS-Session-Action
      PERFORM UNTIL WS-Session-Action = SPACE
         PERFORM ListCourseSessions
         DISPLAY "A - add session, R - remove session,"
                 " blank - finished: "
         ACCEPT WS-Session-Action
         EVALUATE WS-Session-Action
             WHEN "A" PERFORM AddSession
             WHEN "R" PERFORM RemoveSession
             WHEN SPACE CONTINUE
             WHEN OTHER DISPLAY "Invalid choice - please re-enter"
         END-EVALUATE
      END-PERFORM
   END-IF.

AddSession.
   IF WS-Last-SessionNo = 99
      DISPLAY "CourseCode " CourseCode " already has 99 sessions"
   ELSE
      PERFORM AcceptSessionDetails
      PERFORM CheckRoomBooked
      MOVE CourseCode        TO CS-CourseCode
      COMPUTE CS-SessionNo = WS-Last-SessionNo + 1
      MOVE WS-New-Day        TO CS-Day
      MOVE WS-New-StartTime  TO CS-StartTime
      MOVE WS-New-EndTime    TO CS-EndTime
      MOVE WS-New-Room       TO CS-Room
      MOVE SE-Capacity       TO CS-RoomCapacity
      WRITE CourseScheduleRecord
      DISPLAY "Session " CS-SessionNo " added to " CourseCode
   END-IF.

AcceptSessionDetails.
   MOVE "N" TO WS-Valid-Entry.
   PERFORM UNTIL Entry-Is-Valid
      DISPLAY "Enter session details using template below"
      DISPLAY "Enter - Day (1=Mon..7=Sun),Start,End,Room,RoomSeats"
      DISPLAY "DSSSSEEEERRRRRRCCC (times 24-hour HHMM)"
      ACCEPT SessionEntryDetails
      IF SE-Day < "1" OR SE-Day > "7"
         DISPLAY "Day must be 1 (Monday) to 7 (Sunday) - please re-enter"
      ELSE IF SE-StartTime NOT NUMERIC OR SE-EndTime NOT NUMERIC
         OR SE-StartTime (1:2) > "23" OR SE-StartTime (3:2) > "59"
         OR SE-EndTime (1:2) > "24" OR SE-EndTime (3:2) > "59"
         OR SE-EndTime > "2400"
         DISPLAY "Times must be 24-hour HHMM - please re-enter"
      ELSE IF SE-EndTime NOT > SE-StartTime
         DISPLAY "End time must be after start time - please re-enter"
      ELSE IF SE-Room = SPACES
         DISPLAY "Room must not be blank - please re-enter"
      ELSE IF SE-Capacity NOT NUMERIC
         DISPLAY "RoomSeats must be numeric - please re-enter"
      ELSE
         MOVE SE-Day       TO WS-New-Day
         MOVE SE-StartTime TO WS-New-StartTime
         MOVE SE-EndTime   TO WS-New-EndTime
         MOVE SE-Room      TO WS-New-Room
         MOVE "Y" TO WS-Valid-Entry
      END-IF
   END-PERFORM.

CheckRoomBooked.
*> Warn, rather than refuse, when the room is already taken - the
*> other booking may be the one that is about to move.
   MOVE LOW-VALUES TO CS-SchedKey.
   MOVE "N" TO WS-Sched-Eof.
   START CourseScheduleFile KEY IS NOT LESS THAN CS-SchedKey
       INVALID KEY MOVE "Y" TO WS-Sched-Eof
   END-START.
   PERFORM UNTIL Sched-Eof
      READ CourseScheduleFile NEXT RECORD
          AT END MOVE "Y" TO WS-Sched-Eof
      END-READ
      IF NOT Sched-Eof
         IF CS-Room = WS-New-Room AND CS-Day = WS-New-Day
            AND CS-StartTime < WS-New-EndTime
            AND WS-New-StartTime < CS-EndTime
            DISPLAY "WARNING - room " WS-New-Room " is already booked"
                    " by " CS-CourseCode " session " CS-SessionNo
                    " " CS-StartTime "-" CS-EndTime
         END-IF
      END-IF
   END-PERFORM.

RemoveSession.
   DISPLAY "Session number to remove: "
   ACCEPT WS-Input-SessionNo.
   IF WS-Input-SessionNo NOT NUMERIC
      DISPLAY "Session number must be two digits"
   ELSE
      MOVE CourseCode         TO CS-CourseCode
      MOVE WS-Input-SessionNo TO CS-SessionNo
      READ CourseScheduleFile
          INVALID KEY
          DISPLAY "No session " WS-Input-SessionNo " for " CourseCode
          NOT INVALID KEY
          DELETE CourseScheduleFile
          DISPLAY "Session " WS-Input-SessionNo " removed from "
                  CourseCode
      END-READ
   END-IF.

ListCourseSessions.
   MOVE 0 TO WS-Session-Count.
   MOVE 0 TO WS-Last-SessionNo.
   MOVE CourseCode TO CS-CourseCode.
   MOVE ZEROES     TO CS-SessionNo.
   MOVE "N" TO WS-Sched-Eof.
   START CourseScheduleFile KEY IS NOT LESS THAN CS-SchedKey
       INVALID KEY MOVE "Y" TO WS-Sched-Eof
   END-START.
   PERFORM UNTIL Sched-Eof
      READ CourseScheduleFile NEXT RECORD
          AT END MOVE "Y" TO WS-Sched-Eof
      END-READ
      IF NOT Sched-Eof
         IF CS-CourseCode NOT = CourseCode
            MOVE "Y" TO WS-Sched-Eof
         ELSE
            ADD 1 TO WS-Session-Count
            MOVE CS-SessionNo TO WS-Last-SessionNo
            IF Day-Is-Valid
               DISPLAY "Session " CS-SessionNo " : "
                       WS-Day-Name (CS-Day) " " CS-StartTime "-"
                       CS-EndTime "  room " CS-Room
                       "  seats " CS-RoomCapacity
            ELSE
               DISPLAY "Session " CS-SessionNo " : day " CS-Day " "
                       CS-StartTime "-" CS-EndTime "  room " CS-Room
                       "  seats " CS-RoomCapacity
            END-IF
         END-IF
      END-IF
   END-PERFORM.
   IF WS-Session-Count = ZERO
      DISPLAY "Sessions     : none timetabled"
   END-IF.

RemoveCourseSessions.
   MOVE CourseCode TO CS-CourseCode.
   MOVE ZEROES     TO CS-SessionNo.
   MOVE "N" TO WS-Sched-Eof.
   START CourseScheduleFile KEY IS NOT LESS THAN CS-SchedKey
       INVALID KEY MOVE "Y" TO WS-Sched-Eof
   END-START.
   PERFORM UNTIL Sched-Eof
      READ CourseScheduleFile NEXT RECORD
          AT END MOVE "Y" TO WS-Sched-Eof
      END-READ
      IF NOT Sched-Eof
         IF CS-CourseCode NOT = CourseCode
            MOVE "Y" TO WS-Sched-Eof
         ELSE
            DELETE CourseScheduleFile
         END-IF
      END-IF
   END-PERFORM.

MaintainGradeScale.
*> Setting the points for a grade already on the scale changes them.
   MOVE "X" TO WS-Scale-Action.
   PERFORM UNTIL WS-Scale-Action = SPACE
      PERFORM ListGradeScale
      DISPLAY "S - set grade points, R - remove grade,"
              " blank - finished: "
      ACCEPT WS-Scale-Action
      EVALUATE WS-Scale-Action
          WHEN "S" PERFORM SetGradePoints
          WHEN "R" PERFORM RemoveGrade
          WHEN SPACE CONTINUE
          WHEN OTHER DISPLAY "Invalid choice - please re-enter"
      END-EVALUATE
   END-PERFORM.

SetGradePoints.
   DISPLAY "Grade: "
   ACCEPT WS-Input-Grade.
   IF WS-Input-Grade = SPACES
      DISPLAY "Grade must not be blank"
   ELSE
      MOVE "N" TO WS-Valid-Entry
      PERFORM UNTIL Entry-Is-Valid
         DISPLAY "Grade points in hundredths (400 = 4.00): "
         ACCEPT WS-Input-Points
         IF WS-Input-Points NOT NUMERIC
            DISPLAY "Grade points must be three digits"
                    " - please re-enter"
         ELSE
            MOVE "Y" TO WS-Valid-Entry
         END-IF
      END-PERFORM
      MOVE WS-Input-Grade TO GS-Grade
      READ GradeScaleFile
          INVALID KEY
          MOVE WS-Input-Points-N TO GS-Points
          WRITE GradeScaleRecord
          DISPLAY "Grade " WS-Input-Grade " added to the scale"
          NOT INVALID KEY
          MOVE WS-Input-Points-N TO GS-Points
          REWRITE GradeScaleRecord
          DISPLAY "Points for grade " WS-Input-Grade " changed"
      END-READ
   END-IF.

RemoveGrade.
   DISPLAY "Grade to remove from the scale: "
   ACCEPT WS-Input-Grade.
   MOVE WS-Input-Grade TO GS-Grade.
   READ GradeScaleFile
       INVALID KEY
       DISPLAY "Grade " WS-Input-Grade " is not on the scale"
       NOT INVALID KEY
       DELETE GradeScaleFile
       DISPLAY "Grade " WS-Input-Grade " removed - it no longer"
               " counts towards a GPA"
   END-READ.

ListGradeScale.
   MOVE 0 TO WS-Scale-Count.
   MOVE LOW-VALUES TO GS-Grade.
   MOVE "N" TO WS-Scale-Eof.
   START GradeScaleFile KEY IS NOT LESS THAN GS-Grade
       INVALID KEY MOVE "Y" TO WS-Scale-Eof
   END-START.
   PERFORM UNTIL Scale-Eof
      READ GradeScaleFile NEXT RECORD
          AT END MOVE "Y" TO WS-Scale-Eof
      END-READ
      IF NOT Scale-Eof
         ADD 1 TO WS-Scale-Count
         MOVE GS-Points TO WS-Points-Display
         DISPLAY "Grade " GS-Grade " : " WS-Points-Display " points"
      END-IF
   END-PERFORM.
   IF WS-Scale-Count = ZERO
      DISPLAY "Grade scale  : empty"
   END-IF.

FindCurrentTerm.
*> A promoted student is stamped with the term TERM-MASTER marks
*> current - the term code only; a promotion is not held to the
*> add/drop deadline.  With no TERM-MASTER, or no current term on it,
*> the enrollment carries no term.
   OPEN INPUT TermMasterFile.
   IF WS-Term-Status = "00"
      PERFORM UNTIL Term-Eof
         READ TermMasterFile NEXT RECORD
             AT END MOVE "Y" TO WS-Term-Eof
         END-READ
         IF NOT Term-Eof AND Term-Is-Current
            MOVE TM-TermCode TO WS-Current-Term
         END-IF
      END-PERFORM
      CLOSE TermMasterFile
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
