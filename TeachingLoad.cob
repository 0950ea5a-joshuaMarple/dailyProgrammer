IDENTIFICATION DIVISION.
PROGRAM-ID.  TeachingLoad.
AUTHOR.  Michael Coughlan.
*> Teaching-load report.  Every course on COURSE-MASTER is sorted by
*> the CM-InstructorId it is assigned to, then CourseCode, and each
*> instructor gets a page of TEACHING-LOAD listing their courses with
*> the enrolled count, the number of weekly sessions booked on
*> COURSE-SCHEDULE and the contact hours those sessions add up to.
*> The instructor's total hours are set against IN-MaxHours from
*> INSTRUCTOR-MASTER and anyone carrying more is flagged
*> OVER MAXIMUM.  Courses nobody has been assigned to are listed
*> first, on their own page, so they can be given an instructor;
*> a course assigned to an id that is no longer on INSTRUCTOR-MASTER
*> is printed under that id and flagged for correction.
*>
*> Every run is logged to RUN-CONTROL the way BatchStudentLoad logs
*> its runs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CourseMasterFile ASSIGN TO "COURSE-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-CourseCode
        FILE STATUS IS WS-Course-Status.

    SELECT CourseScheduleFile ASSIGN TO "COURSE-SCHEDULE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CS-SchedKey
        FILE STATUS IS WS-Sched-Status.

    SELECT InstructorMasterFile ASSIGN TO "INSTRUCTOR-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IN-InstructorId
        FILE STATUS IS WS-Instr-Status.

    SELECT SortWorkFile ASSIGN TO "SORTWK01".

    SELECT LoadReportFile ASSIGN TO "TEACHING-LOAD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.

    SELECT RunControlFile ASSIGN TO "RUN-CONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

    SELECT StreamScheduleFile ASSIGN TO "STREAM-SCHEDULE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-Status.

DATA DIVISION.
FILE SECTION.
FD  CourseMasterFile.
    COPY COURSEMA REPLACING ==:RECORD-NAME:== BY ==CourseMasterRecord==
                            ==:CODE-NAME:==   BY ==CM-CourseCode==
                            ==:DESC-NAME:==   BY ==CM-CourseDesc==
                            ==:SEATS-NAME:==  BY ==CM-MaxSeats==
                            ==:ENROLLED-NAME:== BY ==CM-EnrolledCount==
                            ==:FEE-NAME:==    BY ==CM-TuitionFee==
                            ==:INSTR-NAME:==  BY ==CM-InstructorId==.

FD  CourseScheduleFile.
    COPY SCHED.

FD  InstructorMasterFile.
    COPY INSTRUCT.

SD  SortWorkFile.
01  SortRecord.
    02  SK-InstructorId    PIC X(6).
    02  SK-CourseCode      PIC X(4).
    02  SK-CourseDesc      PIC X(20).
    02  SK-Enrolled        PIC 9(5).
    02  SK-Sessions        PIC 99.
    02  SK-Minutes         PIC 9(5).

FD  LoadReportFile
    LINAGE IS 60 LINES WITH FOOTING AT 55.
01  LoadLine                PIC X(80).

FD  RunControlFile.
    COPY RUNCTL.

FD  StreamScheduleFile.
    COPY STRMSCHD.

WORKING-STORAGE SECTION.
01  WS-Course-Status      PIC XX.
01  WS-Sched-Status       PIC XX.
01  WS-Instr-Status       PIC XX.
01  WS-Report-Status      PIC XX.
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

01  WS-Sched-Open         PIC X VALUE "N".
    88 Sched-Is-Open      VALUE "Y".
01  WS-Instr-Open         PIC X VALUE "N".
    88 Instr-Is-Open      VALUE "Y".

01  WS-Course-Eof         PIC X VALUE "N".
    88 Course-Eof         VALUE "Y".
01  WS-Sched-Eof          PIC X VALUE "N".
    88 Sched-Eof          VALUE "Y".
01  WS-Sort-Eof           PIC X VALUE "N".
    88 Sort-Eof           VALUE "Y".

01  WS-Run-Status         PIC X.
01  WS-Read-Count         PIC 9(7) VALUE 0.
01  WS-Instructor-Count   PIC 9(5) VALUE 0.
01  WS-Over-Count         PIC 9(5) VALUE 0.
01  WS-Unassigned-Count   PIC 9(5) VALUE 0.
01  WS-Unknown-Count      PIC 9(5) VALUE 0.

*> Session length in minutes, worked out from the HHMM start and end.
01  WS-Course-Minutes     PIC 9(5).
01  WS-Course-Sessions    PIC 99.
01  WS-Hour               PIC 99.
01  WS-Minute             PIC 99.
01  WS-Start-Minutes      PIC 9(4).
01  WS-End-Minutes        PIC 9(4).

*> Running totals for the instructor being printed.
01  WS-First-Group        PIC X VALUE "Y".
01  WS-Prev-InstructorId  PIC X(6).
01  WS-Instr-Found        PIC X VALUE "N".
    88 Instructor-On-File VALUE "Y".
01  WS-Instr-Courses      PIC 9(3).
01  WS-Instr-Enrolled     PIC 9(7).
01  WS-Instr-Minutes      PIC 9(6).
01  WS-Max-Minutes        PIC 9(6).
01  WS-Hours              PIC 9(4)V9.

01  CurrentDate           PIC 9(8).
01  CurrentTime           PIC 9(8).

01  WS-Heading-1.
    02  FILLER            PIC X(23) VALUE "TEACHING LOAD REPORT".
    02  FILLER            PIC X(6)  VALUE "as of ".
    02  WSH-RunDate       PIC 9(8).
01  WS-Heading-2.
    02  FILLER            PIC X(12) VALUE "Instructor: ".
    02  WSH-InstructorId  PIC X(6).
    02  FILLER            PIC X(2)  VALUE SPACES.
    02  WSH-Name          PIC X(24).
    02  WSH-Department    PIC X(15).
01  WS-Heading-3.
    02  FILLER            PIC X(12) VALUE "Max hours : ".
    02  WSH-MaxHours      PIC Z9.
01  WS-Heading-4.
    02  FILLER            PIC X(6)  VALUE "Code".
    02  FILLER            PIC X(22) VALUE "Description".
    02  FILLER            PIC X(10) VALUE "Enrolled".
    02  FILLER            PIC X(10) VALUE "Sessions".
    02  FILLER            PIC X(6)  VALUE " Hours".

01  WS-Detail-Line.
    02  WSD-CourseCode    PIC X(4).
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSD-CourseDesc    PIC X(20).
    02  FILLER            PIC X(5) VALUE SPACES.
    02  WSD-Enrolled      PIC ZZZZ9.
    02  FILLER            PIC X(8) VALUE SPACES.
    02  WSD-Sessions      PIC Z9.
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSD-Hours         PIC ZZZ9.9.

01  WS-Total-Line.
    02  FILLER            PIC X(8)  VALUE "Total   ".
    02  WST-Courses       PIC ZZ9.
    02  FILLER            PIC X(18) VALUE " course(s)".
    02  WST-Enrolled      PIC ZZZZZZ9.
    02  FILLER            PIC X(12) VALUE SPACES.
    02  WST-Hours         PIC ZZZ9.9.
    02  FILLER            PIC X(2)  VALUE SPACES.
    02  WST-Flag          PIC X(16).

01  WS-Summary-Line.
    02  WSS-Label         PIC X(30).
    02  WSS-Count         PIC ZZZZ9.

PROCEDURE DIVISION.
Begin.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   PERFORM CheckPredecessors.
   PERFORM OpenRunControl.
   MOVE "S" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   PERFORM OpenFiles.
   SORT SortWorkFile
       ON ASCENDING KEY SK-InstructorId SK-CourseCode
       INPUT PROCEDURE IS LoadCourses
       OUTPUT PROCEDURE IS PrintTeachingLoad.
   PERFORM CloseFiles.
   MOVE "C" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   CLOSE RunControlFile.
   DISPLAY "Courses read        : " WS-Read-Count.
   DISPLAY "Instructors listed  : " WS-Instructor-Count.
   DISPLAY "Over maximum hours  : " WS-Over-Count.
   DISPLAY "Courses unassigned  : " WS-Unassigned-Count.
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
            IF SS-ProgramName = "TeachingLoad"
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
      DISPLAY "TeachingLoad cannot start - " WS-Missing-Job
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
   MOVE "TeachingLoad"    TO RC-ProgramName.
   MOVE CurrentDate       TO RC-RunDate.
   MOVE CurrentTime       TO RC-RunTime.
   MOVE WS-Run-Status     TO RC-Status.
   MOVE WS-Read-Count     TO RC-ReadCount.
   MOVE WS-Instructor-Count TO RC-LoadedCount.
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
   OPEN INPUT CourseMasterFile.
   IF WS-Course-Status NOT = "00"
      DISPLAY "Unable to open COURSE-MASTER - status " WS-Course-Status
      PERFORM AbendRun
   END-IF.
*> No COURSE-SCHEDULE means no sessions are booked, so every course
*> carries no hours; no INSTRUCTOR-MASTER means every assigned id is
*> reported as unknown.
   OPEN INPUT CourseScheduleFile.
   IF WS-Sched-Status = "00"
      MOVE "Y" TO WS-Sched-Open
   END-IF.
   OPEN INPUT InstructorMasterFile.
   IF WS-Instr-Status = "00"
      MOVE "Y" TO WS-Instr-Open
   END-IF.
   OPEN OUTPUT LoadReportFile.
   IF WS-Report-Status NOT = "00"
      DISPLAY "Unable to open TEACHING-LOAD - status "
              WS-Report-Status
      PERFORM AbendRun
   END-IF.

CloseFiles.
   CLOSE CourseMasterFile.
   IF Sched-Is-Open
      CLOSE CourseScheduleFile
   END-IF.
   IF Instr-Is-Open
      CLOSE InstructorMasterFile
   END-IF.
   CLOSE LoadReportFile.

LoadCourses.
   PERFORM UNTIL Course-Eof
      READ CourseMasterFile NEXT RECORD
          AT END MOVE "Y" TO WS-Course-Eof
      END-READ
      IF NOT Course-Eof
         ADD 1 TO WS-Read-Count
         PERFORM AddUpSessions
         MOVE CM-InstructorId    TO SK-InstructorId
         MOVE CM-CourseCode      TO SK-CourseCode
         MOVE CM-CourseDesc      TO SK-CourseDesc
         MOVE CM-EnrolledCount   TO SK-Enrolled
         MOVE WS-Course-Sessions TO SK-Sessions
         MOVE WS-Course-Minutes  TO SK-Minutes
         RELEASE SortRecord
      END-IF
   END-PERFORM.

AddUpSessions.
*> The sessions of a course sit together on COURSE-SCHEDULE under its
*> CourseCode, so one START and a read-next until the code changes
*> finds them all.
   MOVE 0 TO WS-Course-Minutes.
   MOVE 0 TO WS-Course-Sessions.
   IF Sched-Is-Open
      MOVE "N" TO WS-Sched-Eof
      MOVE CM-CourseCode TO CS-CourseCode
      MOVE ZEROES        TO CS-SessionNo
      START CourseScheduleFile KEY IS NOT LESS THAN CS-SchedKey
          INVALID KEY MOVE "Y" TO WS-Sched-Eof
      END-START
      PERFORM UNTIL Sched-Eof
         READ CourseScheduleFile NEXT RECORD
             AT END MOVE "Y" TO WS-Sched-Eof
         END-READ
         IF NOT Sched-Eof
            IF CS-CourseCode NOT = CM-CourseCode
               MOVE "Y" TO WS-Sched-Eof
            ELSE
               PERFORM AddSessionMinutes
            END-IF
         END-IF
      END-PERFORM
   END-IF.

AddSessionMinutes.
   DIVIDE CS-StartTime BY 100 GIVING WS-Hour REMAINDER WS-Minute.
   COMPUTE WS-Start-Minutes = WS-Hour * 60 + WS-Minute.
   DIVIDE CS-EndTime BY 100 GIVING WS-Hour REMAINDER WS-Minute.
   COMPUTE WS-End-Minutes = WS-Hour * 60 + WS-Minute.
   ADD 1 TO WS-Course-Sessions.
   IF WS-End-Minutes > WS-Start-Minutes
      COMPUTE WS-Course-Minutes = WS-Course-Minutes
                                + WS-End-Minutes - WS-Start-Minutes
   END-IF.

PrintTeachingLoad.
   MOVE CurrentDate TO WSH-RunDate.
   RETURN SortWorkFile
       AT END MOVE "Y" TO WS-Sort-Eof
   END-RETURN.
   PERFORM UNTIL Sort-Eof
      IF WS-First-Group = "Y"
         OR SK-InstructorId NOT = WS-Prev-InstructorId
         IF WS-First-Group = "N"
            PERFORM WriteInstructorTotal
         END-IF
         MOVE "N" TO WS-First-Group
         MOVE SK-InstructorId TO WS-Prev-InstructorId
         PERFORM StartInstructor
      END-IF
      PERFORM WriteDetailLine
      RETURN SortWorkFile
          AT END MOVE "Y" TO WS-Sort-Eof
      END-RETURN
   END-PERFORM.
   IF WS-First-Group = "N"
      PERFORM WriteInstructorTotal
   END-IF.
   PERFORM WriteSummary.

StartInstructor.
   MOVE 0 TO WS-Instr-Courses.
   MOVE 0 TO WS-Instr-Enrolled.
   MOVE 0 TO WS-Instr-Minutes.
   MOVE "N" TO WS-Instr-Found.
   MOVE SK-InstructorId TO WSH-InstructorId.
   MOVE SPACES TO WSH-Department.
   MOVE ZERO TO WSH-MaxHours.
   IF SK-InstructorId = SPACES
      MOVE "(courses not assigned)" TO WSH-Name
   ELSE
      ADD 1 TO WS-Instructor-Count
      IF Instr-Is-Open
         MOVE SK-InstructorId TO IN-InstructorId
         READ InstructorMasterFile
             INVALID KEY
             MOVE "N" TO WS-Instr-Found
             NOT INVALID KEY
             MOVE "Y" TO WS-Instr-Found
         END-READ
      END-IF
      IF Instructor-On-File
         MOVE IN-InstructorName TO WSH-Name
         MOVE IN-Department     TO WSH-Department
         MOVE IN-MaxHours       TO WSH-MaxHours
      ELSE
         MOVE "NOT ON INSTRUCTOR-MASTER" TO WSH-Name
         ADD 1 TO WS-Unknown-Count
      END-IF
   END-IF.
   PERFORM WriteNewPageHeading.

WriteNewPageHeading.
   MOVE WS-Heading-1 TO LoadLine.
   WRITE LoadLine AFTER ADVANCING PAGE.
   MOVE SPACES TO LoadLine.
   WRITE LoadLine AFTER ADVANCING 1 LINE.
   MOVE WS-Heading-2 TO LoadLine.
   WRITE LoadLine AFTER ADVANCING 1 LINE.
   IF Instructor-On-File
      MOVE WS-Heading-3 TO LoadLine
      WRITE LoadLine AFTER ADVANCING 1 LINE
   END-IF.
   MOVE SPACES TO LoadLine.
   WRITE LoadLine AFTER ADVANCING 1 LINE.
   MOVE WS-Heading-4 TO LoadLine.
   WRITE LoadLine AFTER ADVANCING 1 LINE.

WriteDetailLine.
   MOVE SK-CourseCode TO WSD-CourseCode.
   MOVE SK-CourseDesc TO WSD-CourseDesc.
   MOVE SK-Enrolled   TO WSD-Enrolled.
   MOVE SK-Sessions   TO WSD-Sessions.
   COMPUTE WS-Hours ROUNDED = SK-Minutes / 60.
   MOVE WS-Hours      TO WSD-Hours.
   MOVE WS-Detail-Line TO LoadLine.
   WRITE LoadLine AFTER ADVANCING 1 LINE.
   ADD 1 TO WS-Instr-Courses.
   ADD SK-Enrolled TO WS-Instr-Enrolled.
   ADD SK-Minutes  TO WS-Instr-Minutes.
   IF WS-Prev-InstructorId = SPACES
      ADD 1 TO WS-Unassigned-Count
   END-IF.

WriteInstructorTotal.
*> Only a known instructor has a maximum to be measured against.
   MOVE SPACES TO WST-Flag.
   IF Instructor-On-File
      COMPUTE WS-Max-Minutes = IN-MaxHours * 60
      IF WS-Instr-Minutes > WS-Max-Minutes
         MOVE "** OVER MAXIMUM" TO WST-Flag
         ADD 1 TO WS-Over-Count
      END-IF
   ELSE IF WS-Prev-InstructorId NOT = SPACES
      MOVE "** UNKNOWN ID" TO WST-Flag
   END-IF.
   MOVE WS-Instr-Courses  TO WST-Courses.
   MOVE WS-Instr-Enrolled TO WST-Enrolled.
   COMPUTE WS-Hours ROUNDED = WS-Instr-Minutes / 60.
   MOVE WS-Hours TO WST-Hours.
   MOVE SPACES TO LoadLine.
   WRITE LoadLine AFTER ADVANCING 1 LINE.
   MOVE WS-Total-Line TO LoadLine.
   WRITE LoadLine AFTER ADVANCING 1 LINE.

WriteSummary.
   MOVE WS-Heading-1 TO LoadLine.
   WRITE LoadLine AFTER ADVANCING PAGE.
   MOVE SPACES TO LoadLine.
   WRITE LoadLine AFTER ADVANCING 1 LINE.
   MOVE "Courses read" TO WSS-Label.
   MOVE WS-Read-Count TO WSS-Count.
   MOVE WS-Summary-Line TO LoadLine.
   WRITE LoadLine AFTER ADVANCING 1 LINE.
   MOVE "Instructors listed" TO WSS-Label.
   MOVE WS-Instructor-Count TO WSS-Count.
   MOVE WS-Summary-Line TO LoadLine.
   WRITE LoadLine AFTER ADVANCING 1 LINE.
   MOVE "Instructors over maximum" TO WSS-Label.
   MOVE WS-Over-Count TO WSS-Count.
   MOVE WS-Summary-Line TO LoadLine.
   WRITE LoadLine AFTER ADVANCING 1 LINE.
   MOVE "Ids not on INSTRUCTOR-MASTER" TO WSS-Label.
   MOVE WS-Unknown-Count TO WSS-Count.
   MOVE WS-Summary-Line TO LoadLine.
   WRITE LoadLine AFTER ADVANCING 1 LINE.
   MOVE "Courses not assigned" TO WSS-Label.
   MOVE WS-Unassigned-Count TO WSS-Count.
   MOVE WS-Summary-Line TO LoadLine.
   WRITE LoadLine AFTER ADVANCING 1 LINE.
