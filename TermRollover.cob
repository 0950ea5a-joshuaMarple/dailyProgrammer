IDENTIFICATION DIVISION.
PROGRAM-ID.  TermRollover.
AUTHOR.  Michael Coughlan.
*> New-term rollover.  Moves the term calendar on one term and rolls
*> COURSE-MASTER into the new term: the term TERM-MASTER marks
*> current is closed ("X") and the earliest future term ("F") becomes
*> current, and every course on COURSE-MASTER is carried into it with
*> CM-EnrolledCount reset to the seats its new-term enrollments hold
*> (normally zero) and, when an uplift is asked for, CM-TuitionFee
*> raised by that percentage (rounded to the penny).
*> COURSE-MASTER is keyed by course code alone, so a course is rolled
*> in place rather than copied - the course code, description, seat
*> limit and instructor carry straight over.  A fee too large to
*> take the uplift is left as it was and flagged on the listing.
*>
*> Every course record the rollover changes is written to
*> MASTER-AUDIT as a change ("C") with its before and after images,
*> under operator BATCH, so SecurityReport shows each fee uplift and
*> seat reset like any other change to COURSE-MASTER.  The TERM-ROLLOVER
*> listing shows every course with its old and new fee and the seats
*> released.
*>
*> Resetting the seat counts is only right once the closing term is
*> finished with, so the run is refused while STUDENT-ENROLL still
*> holds any enrollment outside the new term - run CourseComplete
*> (and StudentPurge for withdrawals) first.  Enrollments already
*> stamped with the new term (a replay by StudentRecover during the
*> term break, say) keep their seats: each course's CM-EnrolledCount
*> is set to the number of new-term enrollments it holds rather than
*> to zero, and only the rest are released.  The run is refused too
*> when TERM-MASTER has no future term to roll into - add the next
*> term through MaintainTerms first.
*>
*> The uplift comes from the UPLIFT-PCT record on RUN-PARAMS when the
*> run is unattended - three digits, 000 to 100, and no record means
*> no uplift - or from the prompt when there is no RUN-PARAMS file.
*> Every run is logged to RUN-CONTROL like the other batch programs,
*> and STREAM-SCHEDULE can hold it until its predecessors are done.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TermMasterFile ASSIGN TO "TERM-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TM-TermCode
        FILE STATUS IS WS-Term-Status.

    SELECT CourseMasterFile ASSIGN TO "COURSE-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CourseCode
        FILE STATUS IS WS-Course-Status.

    SELECT StudentEnrollFile ASSIGN TO "STUDENT-ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EN-EnrollKey
        FILE STATUS IS WS-Enroll-Status.

    SELECT MasterAuditFile ASSIGN TO "MASTER-AUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAudit-Status.

    SELECT ListingFile ASSIGN TO "TERM-ROLLOVER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Listing-Status.

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
FD  TermMasterFile.
    COPY TERMMAST.

FD  CourseMasterFile.
    COPY COURSEMA REPLACING ==:RECORD-NAME:== BY ==CourseMasterRecord==
                            ==:CODE-NAME:==   BY ==CM-CourseCode==
                            ==:DESC-NAME:==   BY ==CM-CourseDesc==
                            ==:SEATS-NAME:==  BY ==CM-MaxSeats==
                            ==:ENROLLED-NAME:== BY ==CM-EnrolledCount==
                            ==:FEE-NAME:==    BY ==CM-TuitionFee==
                            ==:INSTR-NAME:==  BY ==CM-InstructorId==.

FD  StudentEnrollFile.
    COPY STUDENRL.

FD  MasterAuditFile.
    COPY MASTAUDT.

FD  ListingFile
    LINAGE IS 60 LINES WITH FOOTING AT 55.
01  ListingLine             PIC X(80).

FD  RunControlFile.
    COPY RUNCTL.

FD  StreamScheduleFile.
    COPY STRMSCHD.

FD  RunParamsFile.
    COPY RUNPARM.

WORKING-STORAGE SECTION.
01  WS-Term-Status        PIC XX.
01  WS-Course-Status      PIC XX.
01  WS-Enroll-Status      PIC XX.
01  WS-MAudit-Status      PIC XX.
01  WS-Listing-Status     PIC XX.
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

01  WS-Params-Eof        PIC X VALUE "N".
    88 Params-Eof        VALUE "Y".
01  WS-Param-Found       PIC X VALUE "N".
01  WS-Param-Value       PIC X(20).

01  WS-Uplift-X          PIC X(3).
01  WS-Uplift-Pct        PIC 9(3) VALUE 0.

01  WS-Term-Eof           PIC X VALUE "N".
    88 Term-Eof           VALUE "Y".
01  WS-Course-Eof         PIC X VALUE "N".
    88 Course-Eof         VALUE "Y".
01  WS-Enroll-Eof         PIC X VALUE "N".
    88 Enroll-Eof         VALUE "Y".

01  WS-Old-Term           PIC X(6) VALUE SPACES.
01  WS-New-Term           PIC X(6) VALUE SPACES.
01  WS-Open-Enrollments   PIC 9(7) VALUE 0.

01  WS-Held-Table.
    02  WS-Held-Entry OCCURS 100 TIMES.
        03  HS-CourseCode    PIC X(4).
        03  HS-Count         PIC 9(5).
01  WS-Held-Used          PIC 999 VALUE 0.
01  WS-Idx                PIC 999.
01  WS-Found-Idx          PIC 999.
01  WS-Search-CourseCode  PIC X(4).
01  WS-Kept-Count         PIC 9(5).
01  WS-Released-Count     PIC 9(5).

01  WS-Course-Before      PIC X(45).
01  WS-New-Fee            PIC 9(5)V99.
01  WS-Fee-Flag           PIC X(20).

01  WS-Run-Status         PIC X.
01  WS-Read-Count         PIC 9(7) VALUE 0.
01  WS-Rolled-Count       PIC 9(7) VALUE 0.
01  WS-Uplifted-Count     PIC 9(7) VALUE 0.
01  WS-Too-Large-Count    PIC 9(7) VALUE 0.
01  WS-Seats-Released     PIC 9(7) VALUE 0.

01  CurrentDate           PIC 9(8).
01  CurrentTime           PIC 9(8).

01  WS-Heading-1.
    02  FILLER            PIC X(15) VALUE "TERM ROLLOVER  ".
    02  WSH-OldTerm       PIC X(6).
    02  FILLER            PIC X(4)  VALUE " to ".
    02  WSH-NewTerm       PIC X(6).
    02  FILLER            PIC X(8)  VALUE "  as of ".
    02  WSH-RunDate       PIC 9(8).
    02  FILLER            PIC X(10) VALUE "  Uplift ".
    02  WSH-Uplift        PIC ZZ9.
    02  FILLER            PIC X     VALUE "%".
01  WS-Heading-2.
    02  FILLER            PIC X(6)  VALUE "Course".
    02  FILLER            PIC X(22) VALUE "Description".
    02  FILLER            PIC X(9)  VALUE "Released".
    02  FILLER            PIC X(11) VALUE "   Old fee".
    02  FILLER            PIC X(11) VALUE "   New fee".

01  WS-Detail-Line.
    02  WSD-CourseCode    PIC X(4).
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSD-CourseDesc    PIC X(20).
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSD-Released      PIC ZZ,ZZ9.
    02  FILLER            PIC X(3) VALUE SPACES.
    02  WSD-OldFee        PIC ZZ,ZZ9.99.
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSD-NewFee        PIC ZZ,ZZ9.99.
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSD-Flag          PIC X(20).

01  WS-Total-Line-1.
    02  FILLER            PIC X(20) VALUE "Courses rolled    : ".
    02  WST-Rolled        PIC ZZZZZZ9.
01  WS-Total-Line-2.
    02  FILLER            PIC X(20) VALUE "Fees uplifted     : ".
    02  WST-Uplifted      PIC ZZZZZZ9.
01  WS-Total-Line-3.
    02  FILLER            PIC X(20) VALUE "Fees too large    : ".
    02  WST-Too-Large     PIC ZZZZZZ9.
01  WS-Total-Line-4.
    02  FILLER            PIC X(20) VALUE "Seats released    : ".
    02  WST-Released      PIC ZZZZZZ9.

PROCEDURE DIVISION.
Begin.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   PERFORM CheckPredecessors.
   PERFORM GetUpliftPct.
   PERFORM OpenRunControl.
   MOVE "S" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   PERFORM OpenFiles.
   PERFORM FindRolloverTerms.
   PERFORM CheckOpenEnrollments.
   PERFORM WriteListingHeading.
   PERFORM UNTIL Course-Eof
      READ CourseMasterFile NEXT RECORD
          AT END MOVE "Y" TO WS-Course-Eof
      END-READ
      IF NOT Course-Eof
         ADD 1 TO WS-Read-Count
         PERFORM RollOneCourse
      END-IF
   END-PERFORM.
   PERFORM AdvanceTermCalendar.
   PERFORM WriteListingTotals.
   PERFORM CloseFiles.
   MOVE "C" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   CLOSE RunControlFile.
   DISPLAY "Term " WS-New-Term " is now current".
   DISPLAY "Courses rolled   : " WS-Rolled-Count.
   DISPLAY "Fees uplifted    : " WS-Uplifted-Count.
   IF WS-Too-Large-Count NOT = ZERO
      DISPLAY "Fees too large   : " WS-Too-Large-Count
   END-IF.
   DISPLAY "Seats released   : " WS-Seats-Released.
   STOP RUN.

GetUpliftPct.
*> Unattended, a missing UPLIFT-PCT record means no uplift.  A record
*> that is present but not a usable percentage abends the run rather
*> than re-pricing every course by the wrong amount.
   OPEN INPUT RunParamsFile.
   IF WS-Params-Status = "00"
      PERFORM FindUpliftParam
      CLOSE RunParamsFile
      IF WS-Param-Found = "Y"
         MOVE WS-Param-Value (1:3) TO WS-Uplift-X
         IF WS-Uplift-X NOT NUMERIC
            DISPLAY "RUN-PARAMS UPLIFT-PCT [" WS-Uplift-X "] is"
                    " not numeric - run abandoned"
            PERFORM OpenRunControl
            PERFORM AbendRun
         END-IF
         MOVE WS-Uplift-X TO WS-Uplift-Pct
      END-IF
   ELSE
      DISPLAY "Fee uplift for the new term, whole per cent"
              " (000 to 100): "
      ACCEPT WS-Uplift-Pct
   END-IF.
   IF WS-Uplift-Pct > 100
      DISPLAY "Fee uplift [" WS-Uplift-Pct "] must be 000 to 100"
              " - run abandoned"
      PERFORM OpenRunControl
      PERFORM AbendRun
   END-IF.

FindUpliftParam.
   MOVE "N" TO WS-Param-Found.
   MOVE "N" TO WS-Params-Eof.
   PERFORM UNTIL Params-Eof
      READ RunParamsFile
          AT END MOVE "Y" TO WS-Params-Eof
      END-READ
      IF NOT Params-Eof
         IF RP-ProgramName = "TermRollover"
            AND RP-Keyword = "UPLIFT-PCT"
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
            IF SS-ProgramName = "TermRollover"
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
      DISPLAY "TermRollover cannot start - " WS-Missing-Job
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
      OPEN OUTPUT RunControlFile
   END-IF.

WriteRunRecord.
   ACCEPT CurrentTime FROM TIME.
   MOVE "TermRollover"    TO RC-ProgramName.
   MOVE CurrentDate       TO RC-RunDate.
   MOVE CurrentTime       TO RC-RunTime.
   MOVE WS-Run-Status     TO RC-Status.
   MOVE WS-Read-Count     TO RC-ReadCount.
   MOVE WS-Rolled-Count   TO RC-LoadedCount.
   MOVE WS-Too-Large-Count TO RC-RejectedCount.
   MOVE WS-Missing-Job TO RC-MissingJob.
   MOVE WS-Operator-Id TO RC-OperatorId
   WRITE RunControlRecord.

AbendRun.
   MOVE "A" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   CLOSE RunControlFile.
   STOP RUN.

OpenFiles.
   OPEN I-O TermMasterFile.
   IF WS-Term-Status NOT = "00"
      DISPLAY "Unable to open TERM-MASTER - status " WS-Term-Status
      PERFORM AbendRun
   END-IF.
   OPEN I-O CourseMasterFile.
   IF WS-Course-Status NOT = "00"
      DISPLAY "Unable to open COURSE-MASTER - status " WS-Course-Status
      PERFORM AbendRun
   END-IF.
   OPEN EXTEND MasterAuditFile.
   IF WS-MAudit-Status NOT = "00"
      OPEN OUTPUT MasterAuditFile
   END-IF.
   OPEN OUTPUT ListingFile.
   IF WS-Listing-Status NOT = "00"
      DISPLAY "Unable to open TERM-ROLLOVER - status "
              WS-Listing-Status
      PERFORM AbendRun
   END-IF.

CloseFiles.
   CLOSE TermMasterFile.
   CLOSE CourseMasterFile.
   CLOSE MasterAuditFile.
   CLOSE ListingFile.

FindRolloverTerms.
*> The term being closed is the one marked current (a calendar that
*> has never had one simply starts); the term rolled into is the
*> first future term in term-code order.
   PERFORM UNTIL Term-Eof
      READ TermMasterFile NEXT RECORD
          AT END MOVE "Y" TO WS-Term-Eof
      END-READ
      IF NOT Term-Eof
         IF Term-Is-Current
            MOVE TM-TermCode TO WS-Old-Term
         END-IF
         IF Term-Is-Future AND WS-New-Term = SPACES
            MOVE TM-TermCode TO WS-New-Term
         END-IF
      END-IF
   END-PERFORM.
   IF WS-New-Term = SPACES
      DISPLAY "TERM-MASTER has no future term to roll into - add the"
              " next term through MaintainTerms - run abandoned"
      PERFORM AbendRun
   END-IF.

CheckOpenEnrollments.
*> No STUDENT-ENROLL at all means nobody is enrolled anywhere.
   OPEN INPUT StudentEnrollFile.
   IF WS-Enroll-Status = "00"
      PERFORM UNTIL Enroll-Eof
         READ StudentEnrollFile NEXT RECORD
             AT END MOVE "Y" TO WS-Enroll-Eof
         END-READ
         IF NOT Enroll-Eof
            IF EN-TermCode = WS-New-Term
               PERFORM CountHeldSeat
            ELSE
               ADD 1 TO WS-Open-Enrollments
            END-IF
         END-IF
      END-PERFORM
      CLOSE StudentEnrollFile
   ELSE IF WS-Enroll-Status NOT = "35"
      DISPLAY "Unable to open STUDENT-ENROLL - status "
              WS-Enroll-Status
      PERFORM AbendRun
   END-IF.
   IF WS-Open-Enrollments NOT = ZERO
      DISPLAY WS-Open-Enrollments " enrollment(s) still on"
              " STUDENT-ENROLL from term " WS-Old-Term
              " - run CourseComplete first - run abandoned"
      PERFORM AbendRun
   END-IF.

CountHeldSeat.
*> A new-term enrollment keeps its seat through the rollover, so the
*> run cannot go on without somewhere to count it.
   MOVE EN-CourseCode TO WS-Search-CourseCode.
   PERFORM FindHeldEntry.
   IF WS-Found-Idx = ZERO
      IF WS-Held-Used < 100
         ADD 1 TO WS-Held-Used
         MOVE WS-Held-Used TO WS-Found-Idx
         MOVE EN-CourseCode TO HS-CourseCode (WS-Found-Idx)
         MOVE ZERO TO HS-Count (WS-Found-Idx)
      ELSE
         DISPLAY "Held-seat table full at " EN-CourseCode
                 " - run abandoned"
         CLOSE StudentEnrollFile
         PERFORM AbendRun
      END-IF
   END-IF.
   ADD 1 TO HS-Count (WS-Found-Idx).

FindHeldEntry.
   MOVE 0 TO WS-Found-Idx.
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-Held-Used OR WS-Found-Idx NOT = ZERO
      IF HS-CourseCode (WS-Idx) = WS-Search-CourseCode
         MOVE WS-Idx TO WS-Found-Idx
      END-IF
   END-PERFORM.

RollOneCourse.
   MOVE CourseMasterRecord TO WS-Course-Before.
   MOVE SPACES TO WS-Fee-Flag.
   MOVE CM-TuitionFee TO WS-New-Fee.
   IF WS-Uplift-Pct NOT = ZERO AND CM-TuitionFee NOT = ZERO
      COMPUTE WS-New-Fee ROUNDED
            = CM-TuitionFee * (100 + WS-Uplift-Pct) / 100
          ON SIZE ERROR
             MOVE CM-TuitionFee TO WS-New-Fee
             MOVE "Fee too large" TO WS-Fee-Flag
             ADD 1 TO WS-Too-Large-Count
          NOT ON SIZE ERROR
             ADD 1 TO WS-Uplifted-Count
      END-COMPUTE
   END-IF.
   MOVE CM-CourseCode TO WS-Search-CourseCode.
   PERFORM FindHeldEntry.
   IF WS-Found-Idx = ZERO
      MOVE ZERO TO WS-Kept-Count
   ELSE
      MOVE HS-Count (WS-Found-Idx) TO WS-Kept-Count
   END-IF.
   IF WS-Kept-Count < CM-EnrolledCount
      COMPUTE WS-Released-Count = CM-EnrolledCount - WS-Kept-Count
   ELSE
      MOVE ZERO TO WS-Released-Count
   END-IF.
   MOVE CM-CourseCode    TO WSD-CourseCode.
   MOVE CM-CourseDesc    TO WSD-CourseDesc.
   MOVE WS-Released-Count TO WSD-Released.
   MOVE CM-TuitionFee    TO WSD-OldFee.
   MOVE WS-New-Fee       TO WSD-NewFee.
   MOVE WS-Fee-Flag      TO WSD-Flag.
   ADD WS-Released-Count TO WS-Seats-Released.
   MOVE WS-Kept-Count TO CM-EnrolledCount.
   MOVE WS-New-Fee TO CM-TuitionFee.
   IF CourseMasterRecord NOT = WS-Course-Before
      REWRITE CourseMasterRecord
      PERFORM WriteCourseAudit
   END-IF.
   ADD 1 TO WS-Rolled-Count.
   MOVE WS-Detail-Line TO ListingLine.
   WRITE ListingLine AFTER ADVANCING 1 LINE.

WriteCourseAudit.
*> A course the rollover leaves exactly as it was writes nothing,
*> the same as a Change in MaintainCourses.
   ACCEPT CurrentTime FROM TIME.
   MOVE "C"                TO MA-FileId.
   MOVE CM-CourseCode      TO MA-RecordKey.
   MOVE CurrentDate        TO MA-AuditDate.
   MOVE CurrentTime        TO MA-AuditTime.
   MOVE "C"                TO MA-Action.
   MOVE WS-Operator-Id     TO MA-OperatorId.
   MOVE SPACE              TO MA-PasswordChanged.
   MOVE WS-Course-Before   TO MA-Before.
   MOVE CourseMasterRecord TO MA-After.
   WRITE MasterAuditRecord.

AdvanceTermCalendar.
   IF WS-Old-Term NOT = SPACES
      MOVE WS-Old-Term TO TM-TermCode
      READ TermMasterFile
          INVALID KEY CONTINUE
          NOT INVALID KEY
          MOVE "X" TO TM-Status
          REWRITE TermRecord
      END-READ
   END-IF.
   MOVE WS-New-Term TO TM-TermCode.
   READ TermMasterFile
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE "C" TO TM-Status
       REWRITE TermRecord
   END-READ.

WriteListingHeading.
   MOVE WS-Old-Term   TO WSH-OldTerm.
   MOVE WS-New-Term   TO WSH-NewTerm.
   MOVE CurrentDate   TO WSH-RunDate.
   MOVE WS-Uplift-Pct TO WSH-Uplift.
   MOVE WS-Heading-1 TO ListingLine.
   WRITE ListingLine AFTER ADVANCING PAGE.
   MOVE SPACES TO ListingLine.
   WRITE ListingLine AFTER ADVANCING 1 LINE.
   MOVE WS-Heading-2 TO ListingLine.
   WRITE ListingLine AFTER ADVANCING 1 LINE.

WriteListingTotals.
   MOVE SPACES TO ListingLine.
   WRITE ListingLine AFTER ADVANCING 1 LINE.
   MOVE WS-Rolled-Count TO WST-Rolled.
   MOVE WS-Total-Line-1 TO ListingLine.
   WRITE ListingLine AFTER ADVANCING 1 LINE.
   MOVE WS-Uplifted-Count TO WST-Uplifted.
   MOVE WS-Total-Line-2 TO ListingLine.
   WRITE ListingLine AFTER ADVANCING 1 LINE.
   IF WS-Too-Large-Count NOT = ZERO
      MOVE WS-Too-Large-Count TO WST-Too-Large
      MOVE WS-Total-Line-3 TO ListingLine
      WRITE ListingLine AFTER ADVANCING 1 LINE
   END-IF.
   MOVE WS-Seats-Released TO WST-Released.
   MOVE WS-Total-Line-4 TO ListingLine.
   WRITE ListingLine AFTER ADVANCING 1 LINE.
