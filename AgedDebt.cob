IDENTIFICATION DIVISION.
PROGRAM-ID.  AgedDebt.
AUTHOR.  Michael Coughlan.
*> Aged-debt analysis of STUDENT-BILLING.  PaymentPosting's
*> OUTSTANDING-REPORT says who owes what but not for how long, so this
*> run takes every open balance (fee less what has been paid and
*> credited) and ages it by the days since BL-BilledDate into the
*> 0-30, 31-60, 61-90 and over-90-day buckets.  The balances are
*> sorted by CourseCode then StudentId and printed to AGED-DEBT-REPORT
*> with bucket totals at each course break and for the institution.
*>
*> Every balance more than 30 days old also goes to REMINDER-LETTERS
*> (rewritten by each run) with the student's STUDENT-CONTACT address,
*> the way the waitlist promotions go to PROMO-NOTIFY: a first letter
*> over 30 days, a second over 60 and a final letter over 90.
*>
*> A student with any balance over 90 days is placed on financial
*> hold on FINANCIAL-HOLD, which stops AcceptAndDisplay,
*> BatchStudentLoad, MaintainStudents and BatchStudentMaint taking on
*> any new enrollment for them until a supervisor releases the hold in
*> MaintainStudents.  A released hold is only put back when the
*> student's over-90 debt has grown since the release.  The report
*> ends with every hold in force - the new ones, the ones still owed
*> and the ones whose over-90 debt has since been cleared, which a
*> supervisor should review for release.
*>
*> Every run is logged to RUN-CONTROL the way BatchStudentLoad logs
*> its runs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentBillingFile ASSIGN TO "STUDENT-BILLING"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BL-BillKey
        FILE STATUS IS WS-Billing-Status.

    SELECT CourseMasterFile ASSIGN TO "COURSE-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CourseCode
        FILE STATUS IS WS-Course-Status.

    SELECT StudentContactFile ASSIGN TO "STUDENT-CONTACT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CN-StudentId
        FILE STATUS IS WS-Contact-Status.

    SELECT FinancialHoldFile ASSIGN TO "FINANCIAL-HOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FH-StudentId
        FILE STATUS IS WS-Hold-Status.

    SELECT SortWorkFile ASSIGN TO "SORTWK01".

    SELECT AgedDebtFile ASSIGN TO "AGED-DEBT-REPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.

    SELECT ReminderFile ASSIGN TO "REMINDER-LETTERS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Reminder-Status.

    SELECT RunControlFile ASSIGN TO "RUN-CONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

    SELECT StreamScheduleFile ASSIGN TO "STREAM-SCHEDULE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-Status.

DATA DIVISION.
FILE SECTION.
FD  StudentBillingFile.
    COPY STUDBILL.

FD  CourseMasterFile.
    COPY COURSEMA REPLACING ==:RECORD-NAME:== BY ==CourseMasterRecord==
                            ==:CODE-NAME:==   BY ==CM-CourseCode==
                            ==:DESC-NAME:==   BY ==CM-CourseDesc==
                            ==:SEATS-NAME:==  BY ==CM-MaxSeats==
                            ==:ENROLLED-NAME:== BY ==CM-EnrolledCount==
                            ==:FEE-NAME:==    BY ==CM-TuitionFee==
                            ==:INSTR-NAME:==  BY ==CM-InstructorId==.

FD  StudentContactFile.
    COPY STUDCONT.

FD  FinancialHoldFile.
    COPY FINHOLD.

SD  SortWorkFile.
01  SortRecord.
    02  SK-CourseCode      PIC X(4).
    02  SK-StudentId       PIC 9(7).
    02  SK-Surname         PIC X(8).
    02  SK-BilledDate      PIC 9(8).
    02  SK-Bucket          PIC 9.
    02  SK-Balance         PIC 9(5)V99.

FD  AgedDebtFile
    LINAGE IS 60 LINES WITH FOOTING AT 55.
01  AgedDebtLine            PIC X(80).

FD  ReminderFile.
    COPY REMINDER.

FD  RunControlFile.
    COPY RUNCTL.

FD  StreamScheduleFile.
    COPY STRMSCHD.

WORKING-STORAGE SECTION.
01  WS-Billing-Status     PIC XX.
01  WS-Course-Status      PIC XX.
01  WS-Contact-Status     PIC XX.
01  WS-Hold-Status        PIC XX.
01  WS-Report-Status      PIC XX.
01  WS-Reminder-Status    PIC XX.
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
01  WS-Operator-Id        PIC X(8) VALUE "BATCH".

01  WS-Contact-Open       PIC X VALUE "N".
    88 Contact-Is-Open    VALUE "Y".

01  WS-Billing-Eof        PIC X VALUE "N".
    88 Billing-Eof        VALUE "Y".
01  WS-Sort-Eof           PIC X VALUE "N".
    88 Sort-Eof           VALUE "Y".
01  WS-Hold-Eof           PIC X VALUE "N".
    88 Hold-Eof           VALUE "Y".

01  WS-Run-Status         PIC X.
01  WS-Read-Count         PIC 9(7) VALUE 0.
01  WS-Open-Count         PIC 9(7) VALUE 0.
01  WS-Letter-Count       PIC 9(7) VALUE 0.
01  WS-New-Hold-Count     PIC 9(7) VALUE 0.
01  WS-Hold-Count         PIC 9(7) VALUE 0.

*> Ageing - days since billing, and the bucket 1 to 4 it falls in.
01  WS-Days-Owing         PIC S9(7).
01  WS-Bucket             PIC 9.
01  WS-Balance            PIC 9(5)V99.

*> Over-90 debt for the student being read, settled against
*> FINANCIAL-HOLD when the StudentId changes.
01  WS-Prev-StudentId     PIC 9(7) VALUE 0.
01  WS-Stud-Over90        PIC 9(7)V99 VALUE 0.
01  WS-Stud-Oldest        PIC 9(8) VALUE 0.

01  WS-Prev-CourseCode    PIC X(4) VALUE SPACES.
01  WS-Course-Count       PIC 9(5) VALUE 0.
01  WS-Course-Buckets.
    02  WS-Course-Bucket  PIC 9(7)V99 OCCURS 4 TIMES.
01  WS-Inst-Count         PIC 9(7) VALUE 0.
01  WS-Inst-Buckets.
    02  WS-Inst-Bucket    PIC 9(7)V99 OCCURS 4 TIMES.
01  WS-Inst-Total         PIC 9(9)V99 VALUE 0.
01  WS-Bkt                PIC 9.

01  CurrentDate           PIC 9(8).
01  CurrentTime           PIC 9(8).

01  WS-Heading-1.
    02  FILLER            PIC X(23) VALUE "AGED DEBT ANALYSIS".
    02  FILLER            PIC X(6)  VALUE "as of ".
    02  WSH-RunDate       PIC 9(8).
01  WS-Heading-2.
    02  FILLER            PIC X(13) VALUE "Course Code: ".
    02  WSH-CourseCode    PIC X(4).
01  WS-Heading-3.
    02  FILLER            PIC X(8)  VALUE "Id".
    02  FILLER            PIC X(9)  VALUE "Surname".
    02  FILLER            PIC X(8)  VALUE "Billed".
    02  FILLER            PIC X(13) VALUE "    0-30 days".
    02  FILLER            PIC X(13) VALUE "   31-60 days".
    02  FILLER            PIC X(13) VALUE "   61-90 days".
    02  FILLER            PIC X(13) VALUE " Over 90 days".

01  WS-Detail-Line.
    02  WSD-StudentId     PIC 9(7).
    02  FILLER            PIC X VALUE SPACE.
    02  WSD-Surname       PIC X(8).
    02  FILLER            PIC X VALUE SPACE.
    02  WSD-BilledDate    PIC 9(8).
    02  WSD-Bucket-Group.
        03  WSD-Bucket-Cell OCCURS 4 TIMES.
            04  WSD-Gap   PIC X(3).
            04  WSD-Bucket PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.

01  WS-Course-Total-Line.
    02  FILLER            PIC X(6)  VALUE "Total ".
    02  WST-CourseCode    PIC X(4).
    02  FILLER            PIC X(2)  VALUE " (".
    02  WST-Count         PIC ZZZ9.
    02  FILLER            PIC X(9)  VALUE ")".
    02  WST-Bucket-Cell OCCURS 4 TIMES.
        03  WST-Gap       PIC X.
        03  WST-Bucket    PIC Z,ZZZ,ZZ9.99.

01  WS-Inst-Total-Line.
    02  FILLER            PIC X(13) VALUE "Institution (".
    02  WSI-Count         PIC ZZZZZZ9.
    02  FILLER            PIC X(5)  VALUE ")".
    02  WSI-Bucket-Cell OCCURS 4 TIMES.
        03  WSI-Gap       PIC X.
        03  WSI-Bucket    PIC Z,ZZZ,ZZ9.99.

01  WS-Summary-Line-1.
    02  FILLER            PIC X(24) VALUE "Total outstanding     : ".
    02  WSS-Total         PIC ZZZ,ZZZ,ZZ9.99.
01  WS-Summary-Line-2.
    02  FILLER            PIC X(24) VALUE "Reminder letters      : ".
    02  WSS-Letters       PIC ZZZZZZ9.

01  WS-Hold-Heading-1.
    02  FILLER            PIC X(23) VALUE "FINANCIAL HOLDS".
    02  FILLER            PIC X(6)  VALUE "as of ".
    02  WSHH-RunDate      PIC 9(8).
01  WS-Hold-Heading-2.
    02  FILLER            PIC X(9)  VALUE "Id".
    02  FILLER            PIC X(10) VALUE "Held".
    02  FILLER            PIC X(10) VALUE "Oldest".
    02  FILLER            PIC X(14) VALUE "  Over 90 days".
    02  FILLER            PIC X(6)  VALUE "Remark".

01  WS-Hold-Line.
    02  WSL-StudentId     PIC 9(7).
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSL-HeldDate      PIC 9(8).
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSL-Oldest        PIC 9(8).
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSL-Overdue       PIC Z,ZZZ,ZZ9.99.
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSL-Remark        PIC X(30).

01  WS-Hold-Total-1.
    02  FILLER            PIC X(24) VALUE "Holds placed this run : ".
    02  WSHT-New          PIC ZZZZZZ9.
01  WS-Hold-Total-2.
    02  FILLER            PIC X(24) VALUE "Holds in force        : ".
    02  WSHT-Count        PIC ZZZZZZ9.

PROCEDURE DIVISION.
Begin.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   PERFORM CheckPredecessors.
   PERFORM OpenRunControl.
   MOVE "S" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   PERFORM OpenFiles.
   SORT SortWorkFile
       ON ASCENDING KEY SK-CourseCode SK-StudentId
       INPUT PROCEDURE IS AgeBalances
       OUTPUT PROCEDURE IS PrintAgedDebt.
   PERFORM PrintHolds.
   PERFORM CloseFiles.
   MOVE "C" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   CLOSE RunControlFile.
   DISPLAY "Billing records read : " WS-Read-Count.
   DISPLAY "Open balances        : " WS-Open-Count.
   DISPLAY "Reminder letters     : " WS-Letter-Count.
   DISPLAY "Holds placed         : " WS-New-Hold-Count.
   DISPLAY "Holds in force       : " WS-Hold-Count.
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
            IF SS-ProgramName = "AgedDebt"
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
      DISPLAY "AgedDebt cannot start - " WS-Missing-Job
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
   MOVE "AgedDebt"        TO RC-ProgramName.
   MOVE CurrentDate       TO RC-RunDate.
   MOVE CurrentTime       TO RC-RunTime.
   MOVE WS-Run-Status     TO RC-Status.
   MOVE WS-Read-Count     TO RC-ReadCount.
   MOVE WS-Open-Count     TO RC-LoadedCount.
   MOVE ZERO              TO RC-RejectedCount.
   MOVE WS-Missing-Job TO RC-MissingJob.
   MOVE WS-Operator-Id TO RC-OperatorId
   WRITE RunControlRecord.

AbendRun.
   MOVE "A" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   CLOSE RunControlFile.
   STOP RUN.

OpenFiles.
   OPEN INPUT StudentBillingFile.
   IF WS-Billing-Status NOT = "00"
      DISPLAY "Unable to open STUDENT-BILLING - status "
              WS-Billing-Status
      PERFORM AbendRun
   END-IF.
   OPEN INPUT CourseMasterFile.
   IF WS-Course-Status NOT = "00"
      DISPLAY "Unable to open COURSE-MASTER - status " WS-Course-Status
      PERFORM AbendRun
   END-IF.
*> No STUDENT-CONTACT means every letter goes out without an address
*> for the office to chase, as with the promotion notices.
   OPEN INPUT StudentContactFile.
   IF WS-Contact-Status = "00"
      MOVE "Y" TO WS-Contact-Open
   END-IF.
   OPEN I-O FinancialHoldFile.
   IF WS-Hold-Status = "35"
      OPEN OUTPUT FinancialHoldFile
      CLOSE FinancialHoldFile
      OPEN I-O FinancialHoldFile
   END-IF.
   IF WS-Hold-Status NOT = "00"
      DISPLAY "Unable to open FINANCIAL-HOLD - status " WS-Hold-Status
      PERFORM AbendRun
   END-IF.
   OPEN OUTPUT ReminderFile.
   IF WS-Reminder-Status NOT = "00"
      DISPLAY "Unable to open REMINDER-LETTERS - status "
              WS-Reminder-Status
      PERFORM AbendRun
   END-IF.
   OPEN OUTPUT AgedDebtFile.
   IF WS-Report-Status NOT = "00"
      DISPLAY "Unable to open AGED-DEBT-REPORT - status "
              WS-Report-Status
      PERFORM AbendRun
   END-IF.

CloseFiles.
   CLOSE StudentBillingFile.
   CLOSE CourseMasterFile.
   IF Contact-Is-Open
      CLOSE StudentContactFile
   END-IF.
   CLOSE FinancialHoldFile.
   CLOSE ReminderFile.
   CLOSE AgedDebtFile.

AgeBalances.
*> STUDENT-BILLING comes off in StudentId order, so each student's
*> over-90 debt is complete when the StudentId changes.
   PERFORM UNTIL Billing-Eof
      READ StudentBillingFile NEXT RECORD
          AT END MOVE "Y" TO WS-Billing-Eof
      END-READ
      IF NOT Billing-Eof
         ADD 1 TO WS-Read-Count
         IF BL-AmountPaid + BL-CreditAmount < BL-TuitionFee
            PERFORM AgeOneBalance
         END-IF
      END-IF
   END-PERFORM.
   IF WS-Prev-StudentId NOT = ZERO
      PERFORM SettleStudentHold
   END-IF.

AgeOneBalance.
   IF BL-StudentId NOT = WS-Prev-StudentId
      IF WS-Prev-StudentId NOT = ZERO
         PERFORM SettleStudentHold
      END-IF
      MOVE BL-StudentId TO WS-Prev-StudentId
      MOVE ZERO TO WS-Stud-Over90
      MOVE ZERO TO WS-Stud-Oldest
   END-IF.
   ADD 1 TO WS-Open-Count.
   COMPUTE WS-Balance = BL-TuitionFee - BL-AmountPaid
                      - BL-CreditAmount.
   COMPUTE WS-Days-Owing = FUNCTION INTEGER-OF-DATE (CurrentDate)
                         - FUNCTION INTEGER-OF-DATE (BL-BilledDate).
   IF WS-Days-Owing < ZERO
      MOVE ZERO TO WS-Days-Owing
   END-IF.
   IF WS-Days-Owing > 90
      MOVE 4 TO WS-Bucket
      ADD WS-Balance TO WS-Stud-Over90
      IF WS-Stud-Oldest = ZERO OR BL-BilledDate < WS-Stud-Oldest
         MOVE BL-BilledDate TO WS-Stud-Oldest
      END-IF
   ELSE IF WS-Days-Owing > 60
      MOVE 3 TO WS-Bucket
   ELSE IF WS-Days-Owing > 30
      MOVE 2 TO WS-Bucket
   ELSE
      MOVE 1 TO WS-Bucket
   END-IF.
   MOVE BL-CourseCode TO SK-CourseCode.
   MOVE BL-StudentId  TO SK-StudentId.
   MOVE BL-Surname    TO SK-Surname.
   MOVE BL-BilledDate TO SK-BilledDate.
   MOVE WS-Bucket     TO SK-Bucket.
   MOVE WS-Balance    TO SK-Balance.
   RELEASE SortRecord.
   IF WS-Bucket > 1
      PERFORM WriteReminderLetter
   END-IF.

WriteReminderLetter.
*> Letter 1 for the 31-60 bucket, 2 for 61-90 and 3, the final
*> letter, for over 90 days.
   MOVE SPACES TO CN-AddressLine1 CN-AddressLine2
                  CN-PostCode CN-Phone CN-Email.
   IF Contact-Is-Open
      MOVE BL-StudentId TO CN-StudentId
      READ StudentContactFile
          INVALID KEY
          MOVE SPACES TO CN-AddressLine1 CN-AddressLine2
                         CN-PostCode CN-Phone CN-Email
      END-READ
   END-IF.
   MOVE BL-CourseCode TO CM-CourseCode.
   READ CourseMasterFile
       INVALID KEY MOVE SPACES TO CM-CourseDesc
   END-READ.
   MOVE BL-StudentId    TO RL-StudentId.
   MOVE BL-Surname      TO RL-Surname.
   MOVE BL-Initials     TO RL-Initials.
   MOVE BL-CourseCode   TO RL-CourseCode.
   MOVE CM-CourseDesc   TO RL-CourseDesc.
   MOVE BL-BilledDate   TO RL-BilledDate.
   MOVE WS-Days-Owing   TO RL-DaysOwing.
   MOVE WS-Balance      TO RL-Balance.
   COMPUTE RL-Level = WS-Bucket - 1.
   MOVE CurrentDate     TO RL-LetterDate.
   MOVE CN-AddressLine1 TO RL-AddressLine1.
   MOVE CN-AddressLine2 TO RL-AddressLine2.
   MOVE CN-PostCode     TO RL-PostCode.
   MOVE CN-Phone        TO RL-Phone.
   MOVE CN-Email        TO RL-Email.
   WRITE ReminderLetterRecord.
   ADD 1 TO WS-Letter-Count.

SettleStudentHold.
*> A student with over-90 debt is put on hold - unless a supervisor
*> has released the hold since and no more debt has passed 90 days.
*> Either way the hold record carries the latest over-90 figures.
   IF WS-Stud-Over90 > ZERO
      MOVE WS-Prev-StudentId TO FH-StudentId
      READ FinancialHoldFile
          INVALID KEY CONTINUE
      END-READ
      IF WS-Hold-Status = "00"
         IF Hold-Is-Released AND WS-Stud-Over90 > FH-ReleasedAmount
            MOVE "H" TO FH-Status
            MOVE CurrentDate TO FH-HeldDate
            ADD 1 TO WS-New-Hold-Count
         END-IF
         MOVE WS-Stud-Over90 TO FH-OverdueAmount
         MOVE WS-Stud-Oldest TO FH-OldestBilled
         MOVE CurrentDate    TO FH-LastSeenDate
         REWRITE FinancialHoldRecord
      ELSE
         MOVE WS-Prev-StudentId TO FH-StudentId
         MOVE "H"            TO FH-Status
         MOVE CurrentDate    TO FH-HeldDate
         MOVE WS-Stud-Over90 TO FH-OverdueAmount
         MOVE WS-Stud-Oldest TO FH-OldestBilled
         MOVE CurrentDate    TO FH-LastSeenDate
         MOVE ZEROES         TO FH-ReleasedDate
         MOVE SPACES         TO FH-ReleasedBy
         MOVE ZEROES         TO FH-ReleasedAmount
         WRITE FinancialHoldRecord
         ADD 1 TO WS-New-Hold-Count
      END-IF
   END-IF.

PrintAgedDebt.
   MOVE ZEROES TO WS-Inst-Buckets.
   RETURN SortWorkFile
       AT END MOVE "Y" TO WS-Sort-Eof
   END-RETURN.
   PERFORM UNTIL Sort-Eof
      IF SK-CourseCode NOT = WS-Prev-CourseCode
         IF WS-Prev-CourseCode NOT = SPACES
            PERFORM WriteCourseTotal
         END-IF
         MOVE SK-CourseCode TO WS-Prev-CourseCode
         PERFORM WriteNewPageHeading
         MOVE 0 TO WS-Course-Count
         MOVE ZEROES TO WS-Course-Buckets
      END-IF
      PERFORM WriteDetailLine
      ADD 1 TO WS-Course-Count
      ADD 1 TO WS-Inst-Count
      ADD SK-Balance TO WS-Course-Bucket (SK-Bucket)
      ADD SK-Balance TO WS-Inst-Bucket (SK-Bucket)
      ADD SK-Balance TO WS-Inst-Total
      RETURN SortWorkFile
          AT END MOVE "Y" TO WS-Sort-Eof
      END-RETURN
   END-PERFORM.
   IF WS-Prev-CourseCode NOT = SPACES
      PERFORM WriteCourseTotal
   ELSE
      PERFORM WriteNewPageHeading
   END-IF.
   PERFORM WriteInstitutionTotal.

WriteNewPageHeading.
   MOVE CurrentDate TO WSH-RunDate.
   MOVE WS-Heading-1 TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING PAGE.
   MOVE SPACES TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.
   MOVE WS-Prev-CourseCode TO WSH-CourseCode.
   MOVE WS-Heading-2 TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.
   MOVE SPACES TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.
   MOVE WS-Heading-3 TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.

WriteDetailLine.
   PERFORM VARYING WS-Bkt FROM 1 BY 1 UNTIL WS-Bkt > 4
      MOVE SPACES TO WSD-Gap (WS-Bkt)
      MOVE ZERO TO WSD-Bucket (WS-Bkt)
   END-PERFORM.
   MOVE SK-StudentId  TO WSD-StudentId.
   MOVE SK-Surname    TO WSD-Surname.
   MOVE SK-BilledDate TO WSD-BilledDate.
   MOVE SK-Balance    TO WSD-Bucket (SK-Bucket).
   MOVE WS-Detail-Line TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.

WriteCourseTotal.
   MOVE SPACES TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.
   MOVE WS-Prev-CourseCode TO WST-CourseCode.
   MOVE WS-Course-Count    TO WST-Count.
   PERFORM VARYING WS-Bkt FROM 1 BY 1 UNTIL WS-Bkt > 4
      MOVE SPACES TO WST-Gap (WS-Bkt)
      MOVE WS-Course-Bucket (WS-Bkt) TO WST-Bucket (WS-Bkt)
   END-PERFORM.
   MOVE WS-Course-Total-Line TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.

WriteInstitutionTotal.
   MOVE SPACES TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.
   MOVE WS-Inst-Count TO WSI-Count.
   PERFORM VARYING WS-Bkt FROM 1 BY 1 UNTIL WS-Bkt > 4
      MOVE SPACES TO WSI-Gap (WS-Bkt)
      MOVE WS-Inst-Bucket (WS-Bkt) TO WSI-Bucket (WS-Bkt)
   END-PERFORM.
   MOVE WS-Inst-Total-Line TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.
   MOVE SPACES TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.
   MOVE WS-Inst-Total TO WSS-Total.
   MOVE WS-Summary-Line-1 TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.
   MOVE WS-Letter-Count TO WSS-Letters.
   MOVE WS-Summary-Line-2 TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.

PrintHolds.
*> Every hold in force, whether this run placed it or not.  One whose
*> over-90 debt was not found this run has been paid or credited
*> down and is flagged for a supervisor to review.
   MOVE CurrentDate TO WSHH-RunDate.
   MOVE WS-Hold-Heading-1 TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING PAGE.
   MOVE SPACES TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.
   MOVE WS-Hold-Heading-2 TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.
   MOVE ZEROES TO FH-StudentId.
   START FinancialHoldFile KEY IS NOT LESS THAN FH-StudentId
       INVALID KEY MOVE "Y" TO WS-Hold-Eof
   END-START.
   PERFORM UNTIL Hold-Eof
      READ FinancialHoldFile NEXT RECORD
          AT END MOVE "Y" TO WS-Hold-Eof
      END-READ
      IF NOT Hold-Eof
         IF Hold-Is-Active
            PERFORM WriteHoldLine
         END-IF
      END-IF
   END-PERFORM.
   MOVE SPACES TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.
   MOVE WS-New-Hold-Count TO WSHT-New.
   MOVE WS-Hold-Total-1 TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.
   MOVE WS-Hold-Count TO WSHT-Count.
   MOVE WS-Hold-Total-2 TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.

WriteHoldLine.
   MOVE FH-StudentId     TO WSL-StudentId.
   MOVE FH-HeldDate      TO WSL-HeldDate.
   MOVE FH-OldestBilled  TO WSL-Oldest.
   MOVE FH-OverdueAmount TO WSL-Overdue.
   IF FH-HeldDate = CurrentDate
      MOVE "NEW HOLD" TO WSL-Remark
   ELSE IF FH-LastSeenDate = CurrentDate
      MOVE "STILL OWED" TO WSL-Remark
   ELSE
      MOVE "NO OVER-90 DEBT - REVIEW" TO WSL-Remark
   END-IF.
   MOVE WS-Hold-Line TO AgedDebtLine.
   WRITE AgedDebtLine AFTER ADVANCING 1 LINE.
   ADD 1 TO WS-Hold-Count.
