*> live courses, so after that pass the courses that lost records get
*> a promotion sweep - the longest-waiting "W" students are enrolled
*> in arrival order while seats remain - otherwise the next Add would
*> queue-jump everyone left waiting behind the freed seats.  A
*> student on FINANCIAL-HOLD is passed over, keeping the place in the
*> queue, until a supervisor releases the hold.

*> Each history record keeps the term of the enrollment it archives
*> (blank on a bare identity), and a student promoted by the sweep is
*> stamped with the term TERM-MASTER marks current.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Notify-Status.

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

    SELECT RunParamsFile ASSIGN TO "RUN-PARAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Params-Status.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

    SELECT StreamScheduleFile ASSIGN TO "STREAM-SCHEDULE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-Status.

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
FD  PromoNotifyFile.
    COPY NOTIFY.

FD  FinancialHoldFile.
    COPY FINHOLD.

FD  TermMasterFile.
    COPY TERMMAST.

FD  RunParamsFile.
    COPY RUNPARM.

FD  RunControlFile.
    COPY RUNCTL.

FD  StreamScheduleFile.
    COPY STRMSCHD.

WORKING-STORAGE SECTION.
01  WS-Master-Status      PIC XX.
01  WS-Enroll-Status      PIC XX.
01  WS-History-Status     PIC XX.
01  WS-Hold-Status        PIC XX.
01  WS-Hold-Open          PIC X VALUE "N".
    88 Hold-Is-Open       VALUE "Y".
01  WS-Hold-StudentId     PIC 9(7).
01  WS-On-Hold            PIC X VALUE "N".
    88 On-Financial-Hold  VALUE "Y".
01  WS-Term-Status        PIC XX.
01  WS-Term-Eof           PIC X VALUE "N".
    88 Term-Eof           VALUE "Y".
01  WS-Current-Term       PIC X(6) VALUE SPACES.

01  WS-Master-Eof         PIC X VALUE "N".
    88 Master-Eof         VALUE "Y".
01  WS-Params-Present     PIC X VALUE "N".
01  WS-Params-Status      PIC XX.
01  WS-RunCtl-Status      PIC XX.
01  WS-Stream-Status      PIC XX.
01  WS-Stream-Eof         PIC X VALUE "N".
    88 Stream-Eof         VALUE "Y".
01  WS-Pred-Scan-Eof      PIC X VALUE "N".
    88 Pred-Scan-Eof      VALUE "Y".
01  WS-Pred-Count         PIC 99 VALUE 0.
01  WS-Pred-Idx           PIC 99.
01  WS-Pred-Table.
    02  WS-Pred-Entry OCCURS 10 TIMES.
        03  WS-Pred-Name  PIC X(16).
        03  WS-Pred-Done  PIC X.
01  WS-Missing-Job        PIC X(16) VALUE SPACES.

01  WS-Params-Eof         PIC X VALUE "N".
    88 Params-Eof         VALUE "Y".
Begin.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   ACCEPT CurrentTime FROM TIME.
   PERFORM CheckPredecessors.
   PERFORM OpenRunControl.
   MOVE "S" TO WS-Run-Status.
   PERFORM WriteRunRecord.
      END-IF
   END-IF.

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
            IF SS-ProgramName = "StudentPurge"
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
      DISPLAY "StudentPurge cannot start - " WS-Missing-Job
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
   MOVE WS-Read-Count    TO RC-ReadCount.
   MOVE WS-Purged-Count  TO RC-LoadedCount.
   MOVE ZERO             TO RC-RejectedCount.
   MOVE WS-Missing-Job TO RC-MissingJob.
   MOVE WS-Operator-Id TO RC-OperatorId
   WRITE RunControlRecord.

   IF WS-Audit-Status NOT = "00"
      OPEN OUTPUT StudentAuditFile
   END-IF.
*> No FINANCIAL-HOLD yet means no student is on hold.
   OPEN INPUT FinancialHoldFile.
   IF WS-Hold-Status = "00"
      MOVE "Y" TO WS-Hold-Open
   END-IF.
   PERFORM FindCurrentTerm.

CloseFiles.
   CLOSE StudentMasterFile.
   CLOSE CourseMasterFile.
   CLOSE StudentHistoryFile.
   CLOSE StudentAuditFile.
   IF Hold-Is-Open
      CLOSE FinancialHoldFile
   END-IF.

PurgeByCourse.
*> One pass down STUDENT-ENROLL archiving every enrollment on the
   END-READ.
   MOVE EN-StudentId   TO SH-StudentId.
   MOVE EN-CourseCode  TO SH-CourseCode.
   MOVE EN-TermCode    TO SH-TermCode.
   MOVE SM-StudentName TO SH-StudentName.
   MOVE SM-Gender      TO SH-Gender.
   MOVE SM-CreatedDate TO SH-CreatedDate.
   END-READ.
   MOVE SM-StudentId   TO SH-StudentId.
   MOVE SPACES         TO SH-CourseCode.
   MOVE SPACES         TO SH-TermCode.
   MOVE SM-StudentName TO SH-StudentName.
   MOVE SM-Gender      TO SH-Gender.
   MOVE SM-CreatedDate TO SH-CreatedDate.
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
   ELSE IF WS-Enroll-Found = "Y"
*> Already enrolled some other way - just retire the waitlist entry
      MOVE "P" TO WL-Status
      REWRITE StudentWaitlistRecord
      MOVE WL-CourseCode  TO EN-CourseCode
      MOVE CurrentDate    TO EN-EnrolledDate
      MOVE CurrentTime    TO EN-EnrolledTime
      MOVE WS-Current-Term TO EN-TermCode
      WRITE EnrollmentRecord
      MOVE WL-CourseCode TO WS-Seat-CourseCode
      PERFORM AddSeatToCourse
   MOVE CN-Email        TO PN-Email.
   WRITE PromoNotifyRecord.
   CLOSE PromoNotifyFile.

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
