IDENTIFICATION DIVISION.
PROGRAM-ID.  AttendPosting.
AUTHOR.  Michael Coughlan.
*> Weekly attendance posting run.  Reads the ATTENDANCE-INPUT file
*> keyed up from the tutors' attendance sheets - one record per
*> student per session:
*>    SSSSSSSCCCCYYYYMMDDM   (StudentId, CourseCode, session date,
*>                            mark P present or A absent)
*> and checks each one against STUDENT-ENROLL.  A mark for a student
*> who is not enrolled on the course, or with a bad date or mark,
*> goes to ATTEND-REJECTS with a reason code the way
*> COMPLETION-REJECTS works.  Good marks are accumulated onto the
*> indexed ATTENDANCE register, keyed StudentId plus CourseCode like
*> STUDENT-ENROLL - sessions held, sessions present, and the first
*> and last session dates seen.
*>
*> Once the week is posted the register is sorted by course and an
*> AT-RISK-REPORT is printed - a page per course listing every
*> student still enrolled whose attendance is below the threshold,
*> with their address, phone and email from STUDENT-CONTACT so the
*> course tutor can follow up.  The threshold is 75 per cent unless
*> an AT-RISK-PCT record on RUN-PARAMS says otherwise; CourseComplete
*> applies the same test when grades are posted.
*>
*> Posting the same sheets twice would count every session twice, so
*> every run is logged to RUN-CONTROL the way BatchStudentLoad logs
*> its runs, and a run that already completed today is refused unless
*> overridden - interactively, or through a RERUN-OVERRIDE record on
*> RUN-PARAMS when the stream runs unattended.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AttendInputFile ASSIGN TO "ATTENDANCE-INPUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Input-Status.

    SELECT StudentEnrollFile ASSIGN TO "STUDENT-ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EN-EnrollKey
        FILE STATUS IS WS-Enroll-Status.

    SELECT StudentMasterFile ASSIGN TO "STUDENT-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SM-StudentId
        FILE STATUS IS WS-Master-Status.

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

    SELECT AttendanceFile ASSIGN TO "ATTENDANCE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AT-AttendKey
        FILE STATUS IS WS-Attend-Status.

    SELECT AttendRejectsFile ASSIGN TO "ATTEND-REJECTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Rejects-Status.

    SELECT SortWorkFile ASSIGN TO "SORTWK01".

    SELECT AtRiskFile ASSIGN TO "AT-RISK-REPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AtRisk-Status.

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
FD  AttendInputFile.
01  AttendInputRecord.
    02  AI-StudentId       PIC X(7).
    02  AI-CourseCode      PIC X(4).
    02  AI-SessionDate     PIC X(8).
    02  AI-SessionDate-N REDEFINES AI-SessionDate.
        03  AI-Session-Year  PIC 9(4).
        03  AI-Session-Month PIC 99.
        03  AI-Session-Day   PIC 99.
    02  AI-Mark            PIC X.
        88 Mark-Present    VALUE "P".
        88 Mark-Absent     VALUE "A".

FD  StudentEnrollFile.
    COPY STUDENRL.

FD  StudentMasterFile.
    COPY STUDSTU REPLACING ==:RECORD-NAME:==  BY ==StudentMasterRecord==
                           ==:ID-NAME:==      BY ==SM-StudentId==
                           ==:NAME-GROUP:==   BY ==SM-StudentName==
                           ==:SURNAME-NAME:== BY ==SM-Surname==
                           ==:INITIALS-NAME:==BY ==SM-Initials==
                           ==:COURSE-NAME:==  BY ==SM-CourseCode==
                           ==:GENDER-NAME:==  BY ==SM-Gender==.
    02  SM-CreatedDate     PIC 9(8).
    02  SM-CreatedTime     PIC 9(8).

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

FD  AttendanceFile.
    COPY ATTEND.

FD  AttendRejectsFile.
01  AttendRejectRecord.
    02  AR-StudentId       PIC X(7).
    02  AR-CourseCode      PIC X(4).
    02  AR-SessionDate     PIC X(8).
    02  AR-Mark            PIC X.
    02  AR-ReasonCode      PIC X(2).
    02  AR-ReasonText      PIC X(30).

SD  SortWorkFile.
01  SortRecord.
    02  SK-CourseCode      PIC X(4).
    02  SK-Surname         PIC X(8).
    02  SK-StudentId       PIC 9(7).
    02  SK-Initials        PIC XX.
    02  SK-SessionsHeld    PIC 9(4).
    02  SK-SessionsPresent PIC 9(4).
    02  SK-LastSession     PIC 9(8).

FD  AtRiskFile
    LINAGE IS 60 LINES WITH FOOTING AT 55.
01  AtRiskLine              PIC X(80).

FD  RunControlFile.
    COPY RUNCTL.

FD  StreamScheduleFile.
    COPY STRMSCHD.

FD  RunParamsFile.
    COPY RUNPARM.

WORKING-STORAGE SECTION.
01  WS-Input-Status      PIC XX.
01  WS-Enroll-Status     PIC XX.
01  WS-Master-Status     PIC XX.
01  WS-Course-Status     PIC XX.
01  WS-Contact-Status    PIC XX.
01  WS-Contact-Open      PIC X VALUE "N".
    88 Contact-Is-Open   VALUE "Y".
01  WS-Attend-Status     PIC XX.
01  WS-Rejects-Status    PIC XX.
01  WS-AtRisk-Status     PIC XX.
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

01  WS-RunCtl-Eof        PIC X VALUE "N".
    88 RunCtl-Eof        VALUE "Y".
01  WS-Params-Eof        PIC X VALUE "N".
    88 Params-Eof        VALUE "Y".

01  WS-Already-Run       PIC X VALUE "N".
01  WS-Override          PIC X.
01  WS-Param-Found       PIC X VALUE "N".
01  WS-Param-Value       PIC X(20).
01  WS-Threshold-X       PIC X(3).
01  WS-Threshold         PIC 9(3) VALUE 75.

01  WS-Input-Eof         PIC X VALUE "N".
    88 Input-Eof         VALUE "Y".
01  WS-Attend-Eof        PIC X VALUE "N".
    88 Attend-Eof        VALUE "Y".
01  WS-Sort-Eof          PIC X VALUE "N".
    88 Sort-Eof          VALUE "Y".

01  WS-Record-Valid      PIC X.
    88 Record-Is-Valid   VALUE "Y".

01  WS-Run-Status        PIC X.
01  WS-Read-Count        PIC 9(7) VALUE 0.
01  WS-Posted-Count      PIC 9(7) VALUE 0.
01  WS-Rejected-Count    PIC 9(7) VALUE 0.
01  WS-Run-Failed        PIC X VALUE "N".

01  WS-Present-Pct       PIC 9(7).
01  WS-Threshold-Held    PIC 9(7).

01  WS-Prev-CourseCode   PIC X(4) VALUE SPACES.
01  WS-Course-AtRisk     PIC 9(5) VALUE 0.
01  WS-Total-AtRisk      PIC 9(7) VALUE 0.

01  CurrentDate          PIC 9(8).
01  CurrentTime          PIC 9(8).

01  WS-Heading-1.
    02  FILLER            PIC X(30) VALUE "AT-RISK ATTENDANCE REPORT".
    02  FILLER            PIC X(9)  VALUE "Run date ".
    02  WSH-RunDate       PIC 9(8).
    02  FILLER            PIC X(14) VALUE "   Threshold ".
    02  WSH-Threshold     PIC ZZ9.
    02  FILLER            PIC X     VALUE "%".
01  WS-Heading-2.
    02  FILLER            PIC X(13) VALUE "Course Code: ".
    02  WSH-CourseCode    PIC X(4).
    02  FILLER            PIC X(2)  VALUE SPACES.
    02  WSH-CourseDesc    PIC X(20).
01  WS-Heading-3.
    02  FILLER            PIC X(9)  VALUE "Id".
    02  FILLER            PIC X(10) VALUE "Surname".
    02  FILLER            PIC X(4)  VALUE "In".
    02  FILLER            PIC X(6)  VALUE "Held".
    02  FILLER            PIC X(9)  VALUE "Present".
    02  FILLER            PIC X(6)  VALUE "Rate".
    02  FILLER            PIC X(13) VALUE "Last session".

01  WS-Detail-Line.
    02  WSD-StudentId     PIC 9(7).
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSD-Surname       PIC X(8).
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSD-Initials      PIC XX.
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSD-Held          PIC ZZZ9.
    02  FILLER            PIC X(4) VALUE SPACES.
    02  WSD-Present       PIC ZZZ9.
    02  FILLER            PIC X(3) VALUE SPACES.
    02  WSD-Rate          PIC ZZ9.
    02  FILLER            PIC X(3) VALUE "%  ".
    02  WSD-LastSession   PIC 9(8).

01  WS-Address-Line.
    02  FILLER            PIC X(9) VALUE SPACES.
    02  WSA-AddressLine1  PIC X(30).
    02  FILLER            PIC X VALUE SPACE.
    02  WSA-AddressLine2  PIC X(30).
    02  FILLER            PIC X VALUE SPACE.
    02  WSA-PostCode      PIC X(8).

01  WS-Phone-Line.
    02  FILLER            PIC X(9) VALUE SPACES.
    02  WSP-Phone         PIC X(15).
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSP-Email         PIC X(40).

01  WS-No-Contact-Line.
    02  FILLER            PIC X(9) VALUE SPACES.
    02  FILLER            PIC X(30)
                          VALUE "No contact details on file".

01  WS-Total-Line.
    02  FILLER            PIC X(16) VALUE "At risk on ".
    02  WST-CourseCode    PIC X(4).
    02  FILLER            PIC X(3)  VALUE " : ".
    02  WST-Count         PIC ZZZZ9.

01  WS-Grand-Total-Line.
    02  FILLER            PIC X(16) VALUE "Total at risk : ".
    02  WSG-Count         PIC ZZZZZZ9.

PROCEDURE DIVISION.
Begin.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   PERFORM CheckPredecessors.
   PERFORM CheckPriorRun.
   PERFORM OpenRunControl.
   MOVE "S" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   PERFORM GetThreshold.
   PERFORM OpenFiles.
   PERFORM UNTIL Input-Eof
      READ AttendInputFile
          AT END MOVE "Y" TO WS-Input-Eof
      END-READ
      IF NOT Input-Eof
         ADD 1 TO WS-Read-Count
         PERFORM ValidateMark
         IF Record-Is-Valid
            PERFORM PostMark
            ADD 1 TO WS-Posted-Count
         ELSE
            PERFORM RejectMark
            ADD 1 TO WS-Rejected-Count
         END-IF
      END-IF
   END-PERFORM.
   SORT SortWorkFile
       ON ASCENDING KEY SK-CourseCode SK-Surname SK-StudentId
       INPUT PROCEDURE IS LoadAtRisk
       OUTPUT PROCEDURE IS PrintAtRisk.
   PERFORM CloseFiles.
   IF WS-Run-Failed = "Y"
      MOVE "A" TO WS-Run-Status
   ELSE
      MOVE "C" TO WS-Run-Status
   END-IF.
   PERFORM WriteRunRecord.
   CLOSE RunControlFile.
   DISPLAY "Marks read        : " WS-Read-Count.
   DISPLAY "Marks posted      : " WS-Posted-Count.
   DISPLAY "Marks rejected    : " WS-Rejected-Count.
   DISPLAY "Students at risk  : " WS-Total-AtRisk.
   STOP RUN.

CheckPriorRun.
*> Posting the same sheets twice counts every session twice, so a
*> run that completed today is refused unless deliberately
*> overridden - the same guard BatchStudentLoad puts on a second
*> pass over its input file.
   MOVE "N" TO WS-Already-Run.
   OPEN INPUT RunControlFile.
   IF WS-RunCtl-Status = "00"
      PERFORM UNTIL RunCtl-Eof
         READ RunControlFile
             AT END MOVE "Y" TO WS-RunCtl-Eof
         END-READ
         IF NOT RunCtl-Eof
            IF RC-ProgramName = "AttendPosting"
               AND RC-RunDate = CurrentDate
               AND RC-Status = "C"
               MOVE "Y" TO WS-Already-Run
            END-IF
         END-IF
      END-PERFORM
      CLOSE RunControlFile
   END-IF.
   IF WS-Already-Run = "Y"
      DISPLAY "AttendPosting already completed today - a re-run"
              " posts the same sessions a second time"
      PERFORM GetOverrideAnswer
      IF WS-Override NOT = "Y" AND WS-Override NOT = "y"
         DISPLAY "Run abandoned - no override given"
         PERFORM OpenRunControl
         PERFORM AbendRun
      END-IF
   END-IF.

GetOverrideAnswer.
*> With a RUN-PARAMS file present this run is unattended - the answer
*> comes from the RERUN-OVERRIDE record, and no record means "N".
*> With no RUN-PARAMS file, ask the operator as always.
   OPEN INPUT RunParamsFile.
   IF WS-Params-Status = "00"
      PERFORM FindOverrideParam
      CLOSE RunParamsFile
      IF WS-Param-Found = "Y"
         IF WS-Param-Value (1:1) NOT = "Y"
            AND WS-Param-Value (1:1) NOT = "N"
            DISPLAY "RUN-PARAMS RERUN-OVERRIDE ["
                    WS-Param-Value (1:1) "] must be Y or N"
                    " - run abandoned"
            PERFORM OpenRunControl
            PERFORM AbendRun
         END-IF
         MOVE WS-Param-Value (1:1) TO WS-Override
      ELSE
         MOVE "N" TO WS-Override
      END-IF
   ELSE
      DISPLAY "Run it again anyway? (Y/N): "
      ACCEPT WS-Override
   END-IF.

FindOverrideParam.
   MOVE "N" TO WS-Param-Found.
   MOVE "N" TO WS-Params-Eof.
   PERFORM UNTIL Params-Eof
      READ RunParamsFile
          AT END MOVE "Y" TO WS-Params-Eof
      END-READ
      IF NOT Params-Eof
         IF RP-ProgramName = "AttendPosting"
            AND RP-Keyword = "RERUN-OVERRIDE"
            MOVE RP-Value TO WS-Param-Value
            MOVE "Y" TO WS-Param-Found
         END-IF
      END-IF
   END-PERFORM.

GetThreshold.
*> The at-risk threshold is 75 per cent unless RUN-PARAMS carries an
*> AT-RISK-PCT record - three digits, 001 to 100.  A record that is
*> present but not a usable percentage abends the run rather than
*> quietly printing against the wrong line.
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
         IF RP-ProgramName = "AttendPosting"
            AND RP-Keyword = "AT-RISK-PCT"
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
            IF SS-ProgramName = "AttendPosting"
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
      DISPLAY "AttendPosting cannot start - " WS-Missing-Job
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
   MOVE "AttendPosting"   TO RC-ProgramName.
   MOVE CurrentDate       TO RC-RunDate.
   MOVE CurrentTime       TO RC-RunTime.
   MOVE WS-Run-Status     TO RC-Status.
   MOVE WS-Read-Count     TO RC-ReadCount.
   MOVE WS-Posted-Count   TO RC-LoadedCount.
   MOVE WS-Rejected-Count TO RC-RejectedCount.
   MOVE WS-Missing-Job TO RC-MissingJob.
   MOVE WS-Operator-Id TO RC-OperatorId
   WRITE RunControlRecord.

AbendRun.
   MOVE "A" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   CLOSE RunControlFile.
   STOP RUN.

OpenFiles.
   OPEN INPUT AttendInputFile.
   IF WS-Input-Status NOT = "00"
      DISPLAY "Unable to open ATTENDANCE-INPUT - status "
              WS-Input-Status
      PERFORM AbendRun
   END-IF.
   OPEN INPUT StudentEnrollFile.
   IF WS-Enroll-Status NOT = "00"
      DISPLAY "Unable to open STUDENT-ENROLL - status " WS-Enroll-Status
      PERFORM AbendRun
   END-IF.
   OPEN INPUT StudentMasterFile.
   IF WS-Master-Status NOT = "00"
      DISPLAY "Unable to open STUDENT-MASTER - status " WS-Master-Status
      PERFORM AbendRun
   END-IF.
   OPEN INPUT CourseMasterFile.
   IF WS-Course-Status NOT = "00"
      DISPLAY "Unable to open COURSE-MASTER - status " WS-Course-Status
      PERFORM AbendRun
   END-IF.
*> No STUDENT-CONTACT file just means no addresses on the report.
   OPEN INPUT StudentContactFile.
   IF WS-Contact-Status = "00"
      MOVE "Y" TO WS-Contact-Open
   ELSE
      MOVE "N" TO WS-Contact-Open
   END-IF.
   OPEN I-O AttendanceFile.
   IF WS-Attend-Status = "35"
      OPEN OUTPUT AttendanceFile
      CLOSE AttendanceFile
      OPEN I-O AttendanceFile
   END-IF.
   IF WS-Attend-Status NOT = "00"
      DISPLAY "Unable to open ATTENDANCE - status " WS-Attend-Status
      PERFORM AbendRun
   END-IF.
   OPEN OUTPUT AttendRejectsFile.

CloseFiles.
   CLOSE AttendInputFile.
   CLOSE StudentEnrollFile.
   CLOSE StudentMasterFile.
   CLOSE CourseMasterFile.
   IF Contact-Is-Open
      CLOSE StudentContactFile
   END-IF.
   CLOSE AttendanceFile.
   CLOSE AttendRejectsFile.

ValidateMark.
   MOVE "Y" TO WS-Record-Valid.
   MOVE SPACES TO AR-ReasonCode AR-ReasonText.
   IF AI-StudentId NOT NUMERIC
      MOVE "N" TO WS-Record-Valid
      MOVE "01" TO AR-ReasonCode
      MOVE "Invalid StudentId" TO AR-ReasonText
   ELSE IF AI-SessionDate NOT NUMERIC
      MOVE "N" TO WS-Record-Valid
      MOVE "13" TO AR-ReasonCode
      MOVE "Invalid session date" TO AR-ReasonText
   ELSE IF AI-Session-Month < 1 OR AI-Session-Month > 12
      OR AI-Session-Day < 1 OR AI-Session-Day > 31
      MOVE "N" TO WS-Record-Valid
      MOVE "13" TO AR-ReasonCode
      MOVE "Invalid session date" TO AR-ReasonText
   ELSE IF AI-SessionDate > CurrentDate
      MOVE "N" TO WS-Record-Valid
      MOVE "13" TO AR-ReasonCode
      MOVE "Session date in the future" TO AR-ReasonText
   ELSE IF NOT Mark-Present AND NOT Mark-Absent
      MOVE "N" TO WS-Record-Valid
      MOVE "14" TO AR-ReasonCode
      MOVE "Mark must be P or A" TO AR-ReasonText
   END-IF.
   IF Record-Is-Valid
      MOVE AI-StudentId  TO EN-StudentId
      MOVE AI-CourseCode TO EN-CourseCode
      READ StudentEnrollFile
          INVALID KEY
          MOVE "N" TO WS-Record-Valid
          MOVE "09" TO AR-ReasonCode
          MOVE "Not enrolled on course" TO AR-ReasonText
      END-READ
   END-IF.

PostMark.
*> The first mark for an enrollment starts its register; every mark
*> after that is added to it.
   MOVE AI-StudentId  TO AT-StudentId.
   MOVE AI-CourseCode TO AT-CourseCode.
   READ AttendanceFile
       INVALID KEY
       MOVE ZEROES         TO AT-SessionsHeld AT-SessionsPresent
       MOVE AI-SessionDate TO AT-FirstSession AT-LastSession
   END-READ.
   ADD 1 TO AT-SessionsHeld.
   IF Mark-Present
      ADD 1 TO AT-SessionsPresent
   END-IF.
   IF AI-SessionDate < AT-FirstSession
      MOVE AI-SessionDate TO AT-FirstSession
   END-IF.
   IF AI-SessionDate > AT-LastSession
      MOVE AI-SessionDate TO AT-LastSession
   END-IF.
   MOVE CurrentDate TO AT-PostedDate.
   IF WS-Attend-Status = "00"
      REWRITE AttendanceRecord
   ELSE
      WRITE AttendanceRecord
   END-IF.

RejectMark.
   MOVE AI-StudentId   TO AR-StudentId.
   MOVE AI-CourseCode  TO AR-CourseCode.
   MOVE AI-SessionDate TO AR-SessionDate.
   MOVE AI-Mark        TO AR-Mark.
   WRITE AttendRejectRecord.

LoadAtRisk.
*> Only enrollments still on STUDENT-ENROLL are reported - a register
*> left behind by a student who has completed or dropped the course
*> is no longer anyone's concern.
   MOVE LOW-VALUES TO AT-AttendKey.
   START AttendanceFile KEY IS NOT LESS THAN AT-AttendKey
       INVALID KEY MOVE "Y" TO WS-Attend-Eof
   END-START.
   PERFORM UNTIL Attend-Eof
      READ AttendanceFile NEXT RECORD
          AT END MOVE "Y" TO WS-Attend-Eof
      END-READ
      IF NOT Attend-Eof
         PERFORM ReleaseIfAtRisk
      END-IF
   END-PERFORM.

ReleaseIfAtRisk.
*> Below threshold means present * 100 < threshold * held, which
*> avoids rounding the attendance rate before comparing it.
   IF AT-SessionsHeld > ZERO
      COMPUTE WS-Threshold-Held = WS-Threshold * AT-SessionsHeld
      COMPUTE WS-Present-Pct = AT-SessionsPresent * 100
      IF WS-Present-Pct < WS-Threshold-Held
         MOVE AT-StudentId  TO EN-StudentId
         MOVE AT-CourseCode TO EN-CourseCode
         READ StudentEnrollFile
             INVALID KEY CONTINUE
         END-READ
         IF WS-Enroll-Status = "00"
            MOVE AT-StudentId TO SM-StudentId
            READ StudentMasterFile
                INVALID KEY
                MOVE "UNKNOWN" TO SM-Surname
                MOVE SPACES    TO SM-Initials
            END-READ
            MOVE AT-CourseCode      TO SK-CourseCode
            MOVE SM-Surname         TO SK-Surname
            MOVE AT-StudentId       TO SK-StudentId
            MOVE SM-Initials        TO SK-Initials
            MOVE AT-SessionsHeld    TO SK-SessionsHeld
            MOVE AT-SessionsPresent TO SK-SessionsPresent
            MOVE AT-LastSession     TO SK-LastSession
            RELEASE SortRecord
         END-IF
      END-IF
   END-IF.

PrintAtRisk.
   OPEN OUTPUT AtRiskFile.
   IF WS-AtRisk-Status NOT = "00"
      DISPLAY "Unable to open AT-RISK-REPORT - status "
              WS-AtRisk-Status
      MOVE "Y" TO WS-Run-Failed
      MOVE "Y" TO WS-Sort-Eof
   END-IF.
   IF NOT Sort-Eof
      RETURN SortWorkFile
          AT END MOVE "Y" TO WS-Sort-Eof
      END-RETURN
   END-IF.
   PERFORM UNTIL Sort-Eof
      IF SK-CourseCode NOT = WS-Prev-CourseCode
         IF WS-Prev-CourseCode NOT = SPACES
            PERFORM WriteCourseTotal
         END-IF
         PERFORM WriteNewPageHeading
         MOVE SK-CourseCode TO WS-Prev-CourseCode
         MOVE 0 TO WS-Course-AtRisk
      END-IF
      PERFORM WriteAtRiskStudent
      ADD 1 TO WS-Course-AtRisk
      ADD 1 TO WS-Total-AtRisk
      RETURN SortWorkFile
          AT END MOVE "Y" TO WS-Sort-Eof
      END-RETURN
   END-PERFORM.
   IF WS-AtRisk-Status = "00"
      IF WS-Prev-CourseCode NOT = SPACES
         PERFORM WriteCourseTotal
      END-IF
      PERFORM WriteGrandTotal
      CLOSE AtRiskFile
   END-IF.

WriteNewPageHeading.
   MOVE SK-CourseCode TO CM-CourseCode.
   READ CourseMasterFile
       INVALID KEY MOVE SPACES TO CM-CourseDesc
   END-READ.
   MOVE CurrentDate  TO WSH-RunDate.
   MOVE WS-Threshold TO WSH-Threshold.
   MOVE WS-Heading-1 TO AtRiskLine.
   WRITE AtRiskLine AFTER ADVANCING PAGE.
   MOVE SPACES TO AtRiskLine.
   WRITE AtRiskLine AFTER ADVANCING 1 LINE.
   MOVE SK-CourseCode TO WSH-CourseCode.
   MOVE CM-CourseDesc TO WSH-CourseDesc.
   MOVE WS-Heading-2 TO AtRiskLine.
   WRITE AtRiskLine AFTER ADVANCING 1 LINE.
   MOVE SPACES TO AtRiskLine.
   WRITE AtRiskLine AFTER ADVANCING 1 LINE.
   MOVE WS-Heading-3 TO AtRiskLine.
   WRITE AtRiskLine AFTER ADVANCING 1 LINE.

WriteAtRiskStudent.
   MOVE SK-StudentId       TO WSD-StudentId.
   MOVE SK-Surname         TO WSD-Surname.
   MOVE SK-Initials        TO WSD-Initials.
   MOVE SK-SessionsHeld    TO WSD-Held.
   MOVE SK-SessionsPresent TO WSD-Present.
   COMPUTE WSD-Rate = SK-SessionsPresent * 100 / SK-SessionsHeld.
   MOVE SK-LastSession     TO WSD-LastSession.
   MOVE WS-Detail-Line TO AtRiskLine.
   WRITE AtRiskLine AFTER ADVANCING 1 LINE.
   MOVE "23" TO WS-Contact-Status.
   IF Contact-Is-Open
      MOVE SK-StudentId TO CN-StudentId
      READ StudentContactFile
          INVALID KEY CONTINUE
      END-READ
   END-IF.
   IF WS-Contact-Status = "00"
      MOVE CN-AddressLine1 TO WSA-AddressLine1
      MOVE CN-AddressLine2 TO WSA-AddressLine2
      MOVE CN-PostCode     TO WSA-PostCode
      MOVE WS-Address-Line TO AtRiskLine
      WRITE AtRiskLine AFTER ADVANCING 1 LINE
      MOVE CN-Phone        TO WSP-Phone
      MOVE CN-Email        TO WSP-Email
      MOVE WS-Phone-Line   TO AtRiskLine
      WRITE AtRiskLine AFTER ADVANCING 1 LINE
   ELSE
      MOVE WS-No-Contact-Line TO AtRiskLine
      WRITE AtRiskLine AFTER ADVANCING 1 LINE
   END-IF.

WriteCourseTotal.
   MOVE SPACES TO AtRiskLine.
   WRITE AtRiskLine AFTER ADVANCING 1 LINE.
   MOVE WS-Prev-CourseCode TO WST-CourseCode.
   MOVE WS-Course-AtRisk   TO WST-Count.
   MOVE WS-Total-Line TO AtRiskLine.
   WRITE AtRiskLine AFTER ADVANCING 1 LINE.

WriteGrandTotal.
   MOVE SPACES TO AtRiskLine.
   WRITE AtRiskLine AFTER ADVANCING 1 LINE.
   MOVE WS-Total-AtRisk TO WSG-Count.
   MOVE WS-Grand-Total-Line TO AtRiskLine.
   WRITE AtRiskLine AFTER ADVANCING 1 LINE.
