IDENTIFICATION DIVISION.
PROGRAM-ID.  SecurityReport.
AUTHOR.  Michael Coughlan.
*> Formats the MASTER-AUDIT trail MaintainCourses and
*> MaintainOperators write, the way AuditReport formats
*> STUDENT-AUDIT, to SECURITY-REPORT.
*>
*> The first section lists the course and operator events picked by
*> the prompts - a date range (0 for an open end) and an operator id
*> (blank for everyone) - one line per event with what happened and
*> who did it, followed by the before and after images.  The field
*> flags mark what a change touched: D description, S seat limit,
*> F fee, I instructor for a course; N name, A authority, S status,
*> P password for an operator.  No password is ever shown - the
*> trail does not hold one.
*>
*> Whatever the prompts, two more sections always follow:
*>  - every course fee changed after this term's billing run.  The
*>    run is the full TuitionBilling run that billed the latest term
*>    on STUDENT-BILLING - its bills carry the earliest BL-BilledDate
*>    of that term's bills - and its time of day comes from the first
*>    completed TuitionBilling run on RUN-CONTROL that date.  Bills
*>    already raised carry the old fee, so each of these needs
*>    answering for.
*>  - every authority-level upgrade: an operator raised to
*>    supervisor, a supervisor added, and a disabled operator
*>    re-enabled.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MasterAuditFile ASSIGN TO "MASTER-AUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAudit-Status.

    SELECT StudentBillingFile ASSIGN TO "STUDENT-BILLING"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BL-BillKey
        FILE STATUS IS WS-Billing-Status.

    SELECT RunControlFile ASSIGN TO "RUN-CONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

    SELECT SecurityReportFile ASSIGN TO "SECURITY-REPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  MasterAuditFile.
    COPY MASTAUDT.

FD  StudentBillingFile.
    COPY STUDBILL.

FD  RunControlFile.
    COPY RUNCTL.

FD  SecurityReportFile.
01  ReportLine              PIC X(80).

WORKING-STORAGE SECTION.
01  WS-MAudit-Status      PIC XX.
01  WS-Billing-Status     PIC XX.
01  WS-RunCtl-Status      PIC XX.
01  WS-Report-Status      PIC XX.

01  WS-MAudit-Eof         PIC X VALUE "N".
    88 MAudit-Eof         VALUE "Y".
01  WS-Billing-Eof        PIC X VALUE "N".
    88 Billing-Eof        VALUE "Y".
01  WS-RunCtl-Eof         PIC X VALUE "N".
    88 RunCtl-Eof         VALUE "Y".

01  WS-From-Date          PIC 9(8).
01  WS-To-Date            PIC 9(8).
01  WS-Request-Operator   PIC X(8).

01  WS-Bill-Date          PIC 9(8) VALUE 0.
01  WS-Bill-Time          PIC 9(8) VALUE 0.
01  WS-Bill-Term          PIC X(6) VALUE SPACES.

01  WS-Selected-Count     PIC 9(5) VALUE 0.
01  WS-Fee-Count          PIC 9(5) VALUE 0.
01  WS-Upgrade-Count      PIC 9(5) VALUE 0.

01  WS-Heading-1.
    02  FILLER            PIC X(40)
                          VALUE "MASTER FILE SECURITY REPORT".
01  WS-Selection-Line.
    02  FILLER            PIC X(6)  VALUE "From: ".
    02  WSH-From-Date     PIC 9(8).
    02  FILLER            PIC X(6)  VALUE "  To: ".
    02  WSH-To-Date       PIC 9(8).
    02  FILLER            PIC X(12) VALUE "  Operator: ".
    02  WSH-Operator      PIC X(8).
01  WS-Section-Heading    PIC X(80).
01  WS-Billing-Line.
    02  FILLER            PIC X(24) VALUE "Term billing run      : ".
    02  WSB-Bill-Date     PIC 9(8).
    02  FILLER            PIC X     VALUE SPACE.
    02  WSB-Bill-Time     PIC 9(8).
01  WS-Column-Heading.
    02  FILLER            PIC X(9)  VALUE "Date".
    02  FILLER            PIC X(9)  VALUE "Time".
    02  FILLER            PIC X(9)  VALUE "File".
    02  FILLER            PIC X(9)  VALUE "Key".
    02  FILLER            PIC X(9)  VALUE "Action".
    02  FILLER            PIC X(9)  VALUE "Operator".
    02  FILLER            PIC X(8)  VALUE "Changed".

01  WS-Event-Line.
    02  WSE-AuditDate     PIC 9(8).
    02  FILLER            PIC X VALUE SPACE.
    02  WSE-AuditTime     PIC 9(8).
    02  FILLER            PIC X VALUE SPACE.
    02  WSE-File          PIC X(8).
    02  FILLER            PIC X VALUE SPACE.
    02  WSE-Key           PIC X(8).
    02  FILLER            PIC X VALUE SPACE.
    02  WSE-Action        PIC X(8).
    02  FILLER            PIC X VALUE SPACE.
    02  WSE-Operator      PIC X(8).
    02  FILLER            PIC X VALUE SPACE.
    02  WSE-Flags         PIC X(4).
    02  FILLER            PIC X VALUE SPACE.
    02  WSE-Remark        PIC X(20).

01  WS-Course-Image-Line.
    02  WSC-Label         PIC X(10).
    02  WSC-CourseCode    PIC X(4).
    02  FILLER            PIC X VALUE SPACE.
    02  WSC-CourseDesc    PIC X(20).
    02  FILLER            PIC X(7) VALUE " Seats ".
    02  WSC-MaxSeats      PIC ZZ9.
    02  FILLER            PIC X(5) VALUE " Fee ".
    02  WSC-TuitionFee    PIC ZZ,ZZ9.99.
    02  FILLER            PIC X(7) VALUE " Instr ".
    02  WSC-InstructorId  PIC X(6).

01  WS-Operator-Image-Line.
    02  WSO-Label         PIC X(10).
    02  WSO-OperatorId    PIC X(8).
    02  FILLER            PIC X VALUE SPACE.
    02  WSO-OperatorName  PIC X(20).
    02  FILLER            PIC X(11) VALUE " Authority ".
    02  WSO-AuthLevel     PIC 9.
    02  FILLER            PIC X(8) VALUE " Status ".
    02  WSO-Status        PIC X.

01  WS-Total-Line.
    02  WST-Label         PIC X(24).
    02  WST-Count         PIC ZZZZ9.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Events from date YYYYMMDD (0 = from the start): ".
   ACCEPT WS-From-Date.
   DISPLAY "Events to date YYYYMMDD (0 = up to today): ".
   ACCEPT WS-To-Date.
   IF WS-To-Date = ZERO
      MOVE 99999999 TO WS-To-Date
   END-IF.
   DISPLAY "Operator id (blank = all operators): ".
   ACCEPT WS-Request-Operator.
   OPEN INPUT MasterAuditFile.
   IF WS-MAudit-Status NOT = "00"
      DISPLAY "Unable to open MASTER-AUDIT - status " WS-MAudit-Status
      STOP RUN
   END-IF.
   CLOSE MasterAuditFile.
   OPEN OUTPUT SecurityReportFile.
   PERFORM FindBillingRun.
   PERFORM PrintSelectedEvents.
   PERFORM PrintFeeChanges.
   PERFORM PrintUpgrades.
   CLOSE SecurityReportFile.
   DISPLAY "Events selected      : " WS-Selected-Count.
   DISPLAY "Fee changes after run: " WS-Fee-Count.
   DISPLAY "Authority upgrades   : " WS-Upgrade-Count.
   STOP RUN.

FindBillingRun.
*> Earlier terms' bills stay on file, so only the latest term's count
*> (term codes run in date order).  The full run for that term wrote
*> its bills first; supplementary bills come later.
   MOVE 0 TO WS-Bill-Date.
   MOVE 0 TO WS-Bill-Time.
   MOVE SPACES TO WS-Bill-Term.
   OPEN INPUT StudentBillingFile.
   IF WS-Billing-Status = "00"
      PERFORM UNTIL Billing-Eof
         READ StudentBillingFile NEXT RECORD
             AT END MOVE "Y" TO WS-Billing-Eof
         END-READ
         IF NOT Billing-Eof
            IF BL-TermCode > WS-Bill-Term
               MOVE BL-TermCode   TO WS-Bill-Term
               MOVE BL-BilledDate TO WS-Bill-Date
            ELSE IF BL-TermCode = WS-Bill-Term
               AND (WS-Bill-Date = ZERO OR BL-BilledDate < WS-Bill-Date)
               MOVE BL-BilledDate TO WS-Bill-Date
            END-IF
         END-IF
      END-PERFORM
      CLOSE StudentBillingFile
   END-IF.
   IF WS-Bill-Date NOT = ZERO
      OPEN INPUT RunControlFile
      IF WS-RunCtl-Status = "00"
         PERFORM UNTIL RunCtl-Eof
            READ RunControlFile
                AT END MOVE "Y" TO WS-RunCtl-Eof
            END-READ
            IF NOT RunCtl-Eof
               IF RC-ProgramName = "TuitionBilling"
                  AND RC-RunDate = WS-Bill-Date
                  AND RC-Status = "C"
                  AND (WS-Bill-Time = ZERO OR RC-RunTime < WS-Bill-Time)
                  MOVE RC-RunTime TO WS-Bill-Time
               END-IF
            END-IF
         END-PERFORM
         CLOSE RunControlFile
      END-IF
   END-IF.

OpenAuditPass.
   MOVE "N" TO WS-MAudit-Eof.
   OPEN INPUT MasterAuditFile.

ReadAuditRecord.
   READ MasterAuditFile
       AT END MOVE "Y" TO WS-MAudit-Eof
   END-READ.

WriteSectionHeading.
   MOVE SPACES TO ReportLine.
   WRITE ReportLine.
   MOVE WS-Section-Heading TO ReportLine.
   WRITE ReportLine.
   MOVE SPACES TO ReportLine.
   WRITE ReportLine.

PrintSelectedEvents.
   MOVE WS-Heading-1 TO ReportLine.
   WRITE ReportLine.
   MOVE WS-From-Date TO WSH-From-Date.
   MOVE WS-To-Date TO WSH-To-Date.
   IF WS-Request-Operator = SPACES
      MOVE "(all)" TO WSH-Operator
   ELSE
      MOVE WS-Request-Operator TO WSH-Operator
   END-IF.
   MOVE WS-Selection-Line TO ReportLine.
   WRITE ReportLine.
   MOVE "COURSE AND OPERATOR CHANGES SELECTED" TO WS-Section-Heading.
   PERFORM WriteSectionHeading.
   MOVE WS-Column-Heading TO ReportLine.
   WRITE ReportLine.
   PERFORM OpenAuditPass.
   PERFORM ReadAuditRecord.
   PERFORM UNTIL MAudit-Eof
      IF MA-AuditDate NOT < WS-From-Date
         AND MA-AuditDate NOT > WS-To-Date
         AND (WS-Request-Operator = SPACES
              OR MA-OperatorId = WS-Request-Operator)
         MOVE SPACES TO WSE-Remark
         PERFORM WriteEvent
         ADD 1 TO WS-Selected-Count
      END-IF
      PERFORM ReadAuditRecord
   END-PERFORM.
   CLOSE MasterAuditFile.
   MOVE "Events selected" TO WST-Label.
   MOVE WS-Selected-Count TO WST-Count.
   PERFORM WriteTotalLine.

PrintFeeChanges.
   MOVE "FEE CHANGES MADE AFTER THE TERM BILLING RUN"
        TO WS-Section-Heading.
   PERFORM WriteSectionHeading.
   IF WS-Bill-Date = ZERO
      MOVE "No STUDENT-BILLING on file - no billing run this term"
           TO ReportLine
      WRITE ReportLine
   ELSE
      MOVE WS-Bill-Date TO WSB-Bill-Date
      MOVE WS-Bill-Time TO WSB-Bill-Time
      MOVE WS-Billing-Line TO ReportLine
      WRITE ReportLine
      MOVE SPACES TO ReportLine
      WRITE ReportLine
      MOVE WS-Column-Heading TO ReportLine
      WRITE ReportLine
      PERFORM OpenAuditPass
      PERFORM ReadAuditRecord
      PERFORM UNTIL MAudit-Eof
         IF Audit-Of-Course AND Master-Was-Changed
            AND MA-Bef-TuitionFee NOT = MA-Aft-TuitionFee
            AND (MA-AuditDate > WS-Bill-Date
                 OR (MA-AuditDate = WS-Bill-Date
                     AND MA-AuditTime > WS-Bill-Time))
            MOVE "FEE AFTER BILLING" TO WSE-Remark
            PERFORM WriteEvent
            ADD 1 TO WS-Fee-Count
         END-IF
         PERFORM ReadAuditRecord
      END-PERFORM
      CLOSE MasterAuditFile
   END-IF.
   MOVE "Fee changes after run" TO WST-Label.
   MOVE WS-Fee-Count TO WST-Count.
   PERFORM WriteTotalLine.

PrintUpgrades.
   MOVE "AUTHORITY UPGRADES AND RE-ENABLED OPERATORS"
        TO WS-Section-Heading.
   PERFORM WriteSectionHeading.
   MOVE WS-Column-Heading TO ReportLine.
   WRITE ReportLine.
   PERFORM OpenAuditPass.
   PERFORM ReadAuditRecord.
   PERFORM UNTIL MAudit-Eof
      MOVE SPACES TO WSE-Remark
      IF Audit-Of-Operator
         EVALUATE TRUE
             WHEN Master-Was-Added AND MA-Aft-AuthLevel = 2
                MOVE "SUPERVISOR ADDED" TO WSE-Remark
             WHEN Master-Was-Changed
                AND MA-Aft-AuthLevel > MA-Bef-AuthLevel
                MOVE "AUTHORITY RAISED" TO WSE-Remark
             WHEN Master-Was-Changed
                AND MA-Bef-Status = "D" AND MA-Aft-Status = "A"
                MOVE "RE-ENABLED" TO WSE-Remark
             WHEN OTHER
                CONTINUE
         END-EVALUATE
      END-IF
      IF WSE-Remark NOT = SPACES
         PERFORM WriteEvent
         ADD 1 TO WS-Upgrade-Count
      END-IF
      PERFORM ReadAuditRecord
   END-PERFORM.
   CLOSE MasterAuditFile.
   MOVE "Authority upgrades" TO WST-Label.
   MOVE WS-Upgrade-Count TO WST-Count.
   PERFORM WriteTotalLine.

WriteEvent.
   MOVE MA-AuditDate  TO WSE-AuditDate.
   MOVE MA-AuditTime  TO WSE-AuditTime.
   MOVE MA-RecordKey  TO WSE-Key.
   MOVE MA-OperatorId TO WSE-Operator.
   MOVE SPACES TO WSE-Flags.
   EVALUATE TRUE
       WHEN Master-Was-Added   MOVE "ADDED"   TO WSE-Action
       WHEN Master-Was-Changed MOVE "CHANGED" TO WSE-Action
       WHEN Master-Was-Deleted MOVE "DELETED" TO WSE-Action
       WHEN OTHER              MOVE MA-Action TO WSE-Action
   END-EVALUATE.
   IF Audit-Of-Course
      MOVE "COURSE" TO WSE-File
      IF Master-Was-Changed
         PERFORM FlagCourseFields
      END-IF
   ELSE
      MOVE "OPERATOR" TO WSE-File
      IF Master-Was-Changed
         PERFORM FlagOperatorFields
      END-IF
   END-IF.
   MOVE WS-Event-Line TO ReportLine.
   WRITE ReportLine.
   IF NOT Master-Was-Added
      PERFORM WriteBeforeImage
   END-IF.
   IF NOT Master-Was-Deleted
      PERFORM WriteAfterImage
   END-IF.

FlagCourseFields.
   IF MA-Bef-CourseDesc NOT = MA-Aft-CourseDesc
      MOVE "D" TO WSE-Flags (1:1)
   END-IF.
   IF MA-Bef-MaxSeats NOT = MA-Aft-MaxSeats
      MOVE "S" TO WSE-Flags (2:1)
   END-IF.
   IF MA-Bef-TuitionFee NOT = MA-Aft-TuitionFee
      MOVE "F" TO WSE-Flags (3:1)
   END-IF.
   IF MA-Bef-InstructorId NOT = MA-Aft-InstructorId
      MOVE "I" TO WSE-Flags (4:1)
   END-IF.

FlagOperatorFields.
   IF MA-Bef-OperatorName NOT = MA-Aft-OperatorName
      MOVE "N" TO WSE-Flags (1:1)
   END-IF.
   IF MA-Bef-AuthLevel NOT = MA-Aft-AuthLevel
      MOVE "A" TO WSE-Flags (2:1)
   END-IF.
   IF MA-Bef-Status NOT = MA-Aft-Status
      MOVE "S" TO WSE-Flags (3:1)
   END-IF.
   IF MA-PasswordChanged = "Y"
      MOVE "P" TO WSE-Flags (4:1)
   END-IF.

WriteBeforeImage.
   IF Audit-Of-Course
      MOVE "  Before " TO WSC-Label
      MOVE MA-Bef-CourseCode   TO WSC-CourseCode
      MOVE MA-Bef-CourseDesc   TO WSC-CourseDesc
      MOVE MA-Bef-MaxSeats     TO WSC-MaxSeats
      MOVE MA-Bef-TuitionFee   TO WSC-TuitionFee
      MOVE MA-Bef-InstructorId TO WSC-InstructorId
      MOVE WS-Course-Image-Line TO ReportLine
   ELSE
      MOVE "  Before " TO WSO-Label
      MOVE MA-Bef-OperatorId   TO WSO-OperatorId
      MOVE MA-Bef-OperatorName TO WSO-OperatorName
      MOVE MA-Bef-AuthLevel    TO WSO-AuthLevel
      MOVE MA-Bef-Status       TO WSO-Status
      MOVE WS-Operator-Image-Line TO ReportLine
   END-IF.
   WRITE ReportLine.

WriteAfterImage.
   IF Audit-Of-Course
      MOVE "  After  " TO WSC-Label
      MOVE MA-Aft-CourseCode   TO WSC-CourseCode
      MOVE MA-Aft-CourseDesc   TO WSC-CourseDesc
      MOVE MA-Aft-MaxSeats     TO WSC-MaxSeats
      MOVE MA-Aft-TuitionFee   TO WSC-TuitionFee
      MOVE MA-Aft-InstructorId TO WSC-InstructorId
      MOVE WS-Course-Image-Line TO ReportLine
   ELSE
      MOVE "  After  " TO WSO-Label
      MOVE MA-Aft-OperatorId   TO WSO-OperatorId
      MOVE MA-Aft-OperatorName TO WSO-OperatorName
      MOVE MA-Aft-AuthLevel    TO WSO-AuthLevel
      MOVE MA-Aft-Status       TO WSO-Status
      MOVE WS-Operator-Image-Line TO ReportLine
   END-IF.
   WRITE ReportLine.

WriteTotalLine.
   MOVE SPACES TO ReportLine.
   WRITE ReportLine.
   MOVE WS-Total-Line TO ReportLine.
   WRITE ReportLine.
