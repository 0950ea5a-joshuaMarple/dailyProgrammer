IDENTIFICATION DIVISION.
PROGRAM-ID.  AcademicStanding.
AUTHOR.  Michael Coughlan.
*> Termly grade point average and academic standing run.  Loads the
*> GRADE-SCALE table a supervisor maintains in MaintainCourses, then
*> reads STUDENT-HISTORY in StudentId order and, for each student,
*> averages the grade points of every completed (SH-LeaveCode "C")
*> row whose grade is on the scale.  Purged rows, identity-only rows
*> and grades with no scale entry do not count.  Each student with
*> at least one graded completion gets a record on STUDENT-STANDING
*> (rebuilt from scratch every run) holding the GPA and a standing
*> code:
*>    D  Dean's list   GPA at or above the Dean's list line (3.50)
*>    P  probation     GPA below the probation line (2.00)
*>    G  good standing everyone else
*> Either line can be moved for a run with a DEANS-GPA or
*> PROBATION-GPA record on RUN-PARAMS (three digits, 350 = 3.50).
*> The Dean's list and the probation list are printed as separate
*> reports, DEANS-LIST and PROBATION-LIST, each with its own total.

*> Every run is logged to RUN-CONTROL - a start record on the way in
*> and a completed record with the history rows read and standings
*> written on the way out - the way the other batch programs log.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentHistoryFile ASSIGN TO "STUDENT-HISTORY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SH-HistKey
        FILE STATUS IS WS-History-Status.

    SELECT GradeScaleFile ASSIGN TO "GRADE-SCALE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GS-Grade
        FILE STATUS IS WS-Scale-Status.

    SELECT StudentStandingFile ASSIGN TO "STUDENT-STANDING"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ST-StudentId
        FILE STATUS IS WS-Standing-Status.

    SELECT DeansListFile ASSIGN TO "DEANS-LIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Deans-Status.

    SELECT ProbationListFile ASSIGN TO "PROBATION-LIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Probation-Status.

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
FD  StudentHistoryFile.
    COPY STUDHIST.

FD  GradeScaleFile.
    COPY GRADESCL.

FD  StudentStandingFile.
    COPY STANDING.

FD  DeansListFile
    LINAGE IS 60 LINES WITH FOOTING AT 55.
01  DeansLine               PIC X(80).

FD  ProbationListFile
    LINAGE IS 60 LINES WITH FOOTING AT 55.
01  ProbationLine           PIC X(80).

FD  RunControlFile.
    COPY RUNCTL.

FD  StreamScheduleFile.
    COPY STRMSCHD.

FD  RunParamsFile.
    COPY RUNPARM.

WORKING-STORAGE SECTION.
01  WS-History-Status    PIC XX.
01  WS-Scale-Status      PIC XX.
01  WS-Standing-Status   PIC XX.
01  WS-Deans-Status      PIC XX.
01  WS-Probation-Status  PIC XX.
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
01  WS-Param-Keyword     PIC X(14).
01  WS-Param-Found       PIC X VALUE "N".
01  WS-Param-Value       PIC X(20).
01  WS-Gpa-X             PIC X(3).
01  WS-Gpa-N REDEFINES WS-Gpa-X PIC 9V99.
01  WS-Deans-Gpa         PIC 9V99 VALUE 3.50.
01  WS-Probation-Gpa     PIC 9V99 VALUE 2.00.

01  WS-History-Eof       PIC X VALUE "N".
    88 History-Eof       VALUE "Y".
01  WS-Scale-Eof         PIC X VALUE "N".
    88 Scale-Eof         VALUE "Y".

*> The grade scale is small, so it is held in memory for the run.
01  WS-Scale-Count       PIC 99 VALUE 0.
01  WS-Scale-Table.
    02  WS-Scale-Entry OCCURS 40 TIMES.
        03  WS-Scale-Grade   PIC X(2).
        03  WS-Scale-Points  PIC 9V99.
01  WS-Scale-Idx         PIC 99.
01  WS-Grade-Points      PIC 9V99.
01  WS-Grade-Found       PIC X.

01  WS-Run-Status        PIC X.
01  WS-Read-Count        PIC 9(7) VALUE 0.
01  WS-Standing-Count    PIC 9(7) VALUE 0.
01  WS-Unscaled-Count    PIC 9(7) VALUE 0.
01  WS-Deans-Count       PIC 9(5) VALUE 0.
01  WS-Probation-Count   PIC 9(5) VALUE 0.

01  WS-Curr-StudentId    PIC 9(7) VALUE 0.
01  WS-Curr-Surname      PIC X(8).
01  WS-Curr-Initials     PIC XX.
01  WS-Points-Total      PIC 9(5)V99.
01  WS-Graded-Count      PIC 9(3) VALUE 0.
01  WS-Student-Gpa       PIC 9V99.

01  CurrentDate          PIC 9(8).
01  CurrentTime          PIC 9(8).

01  WS-Deans-Heading.
    02  FILLER            PIC X(24) VALUE "DEAN'S LIST".
    02  FILLER            PIC X(9)  VALUE "Run date ".
    02  WSH-Deans-Date    PIC 9(8).
    02  FILLER            PIC X(10) VALUE "   GPA of ".
    02  WSH-Deans-Gpa     PIC 9.99.
    02  FILLER            PIC X(8)  VALUE " or more".
01  WS-Probation-Heading.
    02  FILLER            PIC X(24) VALUE "ACADEMIC PROBATION LIST".
    02  FILLER            PIC X(9)  VALUE "Run date ".
    02  WSH-Probation-Date PIC 9(8).
    02  FILLER            PIC X(13) VALUE "   GPA below ".
    02  WSH-Probation-Gpa PIC 9.99.
01  WS-Line-Heading.
    02  FILLER            PIC X(9)  VALUE "Id".
    02  FILLER            PIC X(10) VALUE "Surname".
    02  FILLER            PIC X(4)  VALUE "In".
    02  FILLER            PIC X(7)  VALUE "GPA".
    02  FILLER            PIC X(8)  VALUE "Courses".

01  WS-Detail-Line.
    02  WSD-StudentId     PIC 9(7).
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSD-Surname       PIC X(8).
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSD-Initials      PIC XX.
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSD-Gpa           PIC 9.99.
    02  FILLER            PIC X(5) VALUE SPACES.
    02  WSD-Graded        PIC ZZ9.

01  WS-Deans-Total-Line.
    02  FILLER            PIC X(20) VALUE "Students listed   : ".
    02  WST-Deans-Count   PIC ZZZZ9.
01  WS-Probation-Total-Line.
    02  FILLER            PIC X(20) VALUE "Students listed   : ".
    02  WST-Probation-Count PIC ZZZZ9.

PROCEDURE DIVISION.
Begin.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   PERFORM CheckPredecessors.
   PERFORM OpenRunControl.
   MOVE "S" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   PERFORM GetStandingLines.
   PERFORM LoadGradeScale.
   PERFORM OpenFiles.
   PERFORM WriteListHeadings.
   PERFORM UNTIL History-Eof
      READ StudentHistoryFile NEXT RECORD
          AT END MOVE "Y" TO WS-History-Eof
      END-READ
      IF NOT History-Eof
         ADD 1 TO WS-Read-Count
         IF SH-StudentId NOT = WS-Curr-StudentId
            PERFORM FinishStudent
            MOVE SH-StudentId TO WS-Curr-StudentId
            MOVE SH-Surname   TO WS-Curr-Surname
            MOVE SH-Initials  TO WS-Curr-Initials
            MOVE ZEROES TO WS-Points-Total WS-Graded-Count
         END-IF
         PERFORM AddHistoryRow
      END-IF
   END-PERFORM.
   PERFORM FinishStudent.
   PERFORM WriteListTotals.
   PERFORM CloseFiles.
   MOVE "C" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   CLOSE RunControlFile.
   DISPLAY "History rows read  : " WS-Read-Count.
   DISPLAY "Standings written  : " WS-Standing-Count.
   DISPLAY "Dean's list        : " WS-Deans-Count.
   DISPLAY "Probation          : " WS-Probation-Count.
   IF WS-Unscaled-Count NOT = ZERO
      DISPLAY "Grades not on scale: " WS-Unscaled-Count
              " (not counted)"
   END-IF.
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
            IF SS-ProgramName = "AcademicStanding"
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
      DISPLAY "AcademicStanding cannot start - " WS-Missing-Job
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
   MOVE "AcademicStanding" TO RC-ProgramName.
   MOVE CurrentDate       TO RC-RunDate.
   MOVE CurrentTime       TO RC-RunTime.
   MOVE WS-Run-Status     TO RC-Status.
   MOVE WS-Read-Count     TO RC-ReadCount.
   MOVE WS-Standing-Count TO RC-LoadedCount.
   MOVE ZERO              TO RC-RejectedCount.
   MOVE WS-Missing-Job TO RC-MissingJob.
   MOVE WS-Operator-Id TO RC-OperatorId
   WRITE RunControlRecord.

AbendRun.
   MOVE "A" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   CLOSE RunControlFile.
   STOP RUN.

GetStandingLines.
*> The Dean's list and probation lines default to 3.50 and 2.00.  A
*> DEANS-GPA or PROBATION-GPA record on RUN-PARAMS moves them for
*> this run; one that is not three digits abends the run.
   OPEN INPUT RunParamsFile.
   IF WS-Params-Status = "00"
      MOVE "DEANS-GPA" TO WS-Param-Keyword
      PERFORM FindGpaParam
      IF WS-Param-Found = "Y"
         MOVE WS-Gpa-N TO WS-Deans-Gpa
      END-IF
      CLOSE RunParamsFile
      OPEN INPUT RunParamsFile
      MOVE "PROBATION-GPA" TO WS-Param-Keyword
      PERFORM FindGpaParam
      IF WS-Param-Found = "Y"
         MOVE WS-Gpa-N TO WS-Probation-Gpa
      END-IF
      CLOSE RunParamsFile
      IF WS-Probation-Gpa > WS-Deans-Gpa
         DISPLAY "RUN-PARAMS PROBATION-GPA is above DEANS-GPA"
                 " - run abandoned"
         PERFORM AbendRun
      END-IF
   END-IF.

FindGpaParam.
   MOVE "N" TO WS-Param-Found.
   MOVE "N" TO WS-Params-Eof.
   PERFORM UNTIL Params-Eof
      READ RunParamsFile
          AT END MOVE "Y" TO WS-Params-Eof
      END-READ
      IF NOT Params-Eof
         IF RP-ProgramName = "AcademicStanding"
            AND RP-Keyword = WS-Param-Keyword
            MOVE RP-Value TO WS-Param-Value
            MOVE "Y" TO WS-Param-Found
         END-IF
      END-IF
   END-PERFORM.
   IF WS-Param-Found = "Y"
      MOVE WS-Param-Value (1:3) TO WS-Gpa-X
      IF WS-Gpa-X NOT NUMERIC
         DISPLAY "RUN-PARAMS " WS-Param-Keyword " [" WS-Gpa-X "] is"
                 " not numeric - run abandoned"
         CLOSE RunParamsFile
         PERFORM AbendRun
      END-IF
   END-IF.

LoadGradeScale.
*> Without a grade scale no GPA can be worked out, so an empty or
*> missing GRADE-SCALE stops the run before STUDENT-STANDING is
*> recreated.
   OPEN INPUT GradeScaleFile.
   IF WS-Scale-Status NOT = "00"
      DISPLAY "Unable to open GRADE-SCALE - status " WS-Scale-Status
      DISPLAY "Set up the grade scale in MaintainCourses first"
      PERFORM AbendRun
   END-IF.
   PERFORM UNTIL Scale-Eof
      READ GradeScaleFile NEXT RECORD
          AT END MOVE "Y" TO WS-Scale-Eof
      END-READ
      IF NOT Scale-Eof
         IF WS-Scale-Count < 40
            ADD 1 TO WS-Scale-Count
            MOVE GS-Grade  TO WS-Scale-Grade (WS-Scale-Count)
            MOVE GS-Points TO WS-Scale-Points (WS-Scale-Count)
         ELSE
            DISPLAY "GRADE-SCALE has more than 40 grades - "
                    GS-Grade " and later ignored"
            MOVE "Y" TO WS-Scale-Eof
         END-IF
      END-IF
   END-PERFORM.
   CLOSE GradeScaleFile.
   IF WS-Scale-Count = ZERO
      DISPLAY "GRADE-SCALE is empty - no GPA can be worked out"
      PERFORM AbendRun
   END-IF.

OpenFiles.
   OPEN INPUT StudentHistoryFile.
   IF WS-History-Status NOT = "00"
      DISPLAY "Unable to open STUDENT-HISTORY - status "
              WS-History-Status
      PERFORM AbendRun
   END-IF.
   OPEN OUTPUT StudentStandingFile.
   IF WS-Standing-Status NOT = "00"
      DISPLAY "Unable to create STUDENT-STANDING - status "
              WS-Standing-Status
      PERFORM AbendRun
   END-IF.
   OPEN OUTPUT DeansListFile.
   OPEN OUTPUT ProbationListFile.

CloseFiles.
   CLOSE StudentHistoryFile.
   CLOSE StudentStandingFile.
   CLOSE DeansListFile.
   CLOSE ProbationListFile.

AddHistoryRow.
   IF Left-Completed AND SH-CourseCode NOT = SPACES
      PERFORM LookUpGradePoints
      IF WS-Grade-Found = "Y"
         ADD WS-Grade-Points TO WS-Points-Total
         ADD 1 TO WS-Graded-Count
      ELSE
         ADD 1 TO WS-Unscaled-Count
      END-IF
   END-IF.

LookUpGradePoints.
   MOVE "N" TO WS-Grade-Found.
   PERFORM VARYING WS-Scale-Idx FROM 1 BY 1
       UNTIL WS-Scale-Idx > WS-Scale-Count OR WS-Grade-Found = "Y"
      IF WS-Scale-Grade (WS-Scale-Idx) = SH-Grade
         MOVE WS-Scale-Points (WS-Scale-Idx) TO WS-Grade-Points
         MOVE "Y" TO WS-Grade-Found
      END-IF
   END-PERFORM.

FinishStudent.
*> A student with no graded completion has no GPA, so gets no
*> standing record rather than a misleading 0.00.
   IF WS-Curr-StudentId NOT = ZERO AND WS-Graded-Count > ZERO
      COMPUTE WS-Student-Gpa ROUNDED =
              WS-Points-Total / WS-Graded-Count
      MOVE WS-Curr-StudentId TO ST-StudentId
      MOVE WS-Student-Gpa    TO ST-GPA
      MOVE WS-Graded-Count   TO ST-GradedCount
      MOVE CurrentDate       TO ST-RunDate
      EVALUATE TRUE
          WHEN WS-Student-Gpa NOT < WS-Deans-Gpa
             MOVE "D" TO ST-Standing
             PERFORM WriteDeansLine
          WHEN WS-Student-Gpa < WS-Probation-Gpa
             MOVE "P" TO ST-Standing
             PERFORM WriteProbationLine
          WHEN OTHER
             MOVE "G" TO ST-Standing
      END-EVALUATE
      WRITE StudentStandingRecord
      ADD 1 TO WS-Standing-Count
   END-IF.

WriteListHeadings.
   MOVE CurrentDate TO WSH-Deans-Date.
   MOVE WS-Deans-Gpa TO WSH-Deans-Gpa.
   MOVE WS-Deans-Heading TO DeansLine.
   WRITE DeansLine AFTER ADVANCING PAGE.
   MOVE SPACES TO DeansLine.
   WRITE DeansLine AFTER ADVANCING 1 LINE.
   MOVE WS-Line-Heading TO DeansLine.
   WRITE DeansLine AFTER ADVANCING 1 LINE.
   MOVE CurrentDate TO WSH-Probation-Date.
   MOVE WS-Probation-Gpa TO WSH-Probation-Gpa.
   MOVE WS-Probation-Heading TO ProbationLine.
   WRITE ProbationLine AFTER ADVANCING PAGE.
   MOVE SPACES TO ProbationLine.
   WRITE ProbationLine AFTER ADVANCING 1 LINE.
   MOVE WS-Line-Heading TO ProbationLine.
   WRITE ProbationLine AFTER ADVANCING 1 LINE.

WriteDeansLine.
   MOVE WS-Curr-StudentId TO WSD-StudentId.
   MOVE WS-Curr-Surname   TO WSD-Surname.
   MOVE WS-Curr-Initials  TO WSD-Initials.
   MOVE WS-Student-Gpa    TO WSD-Gpa.
   MOVE WS-Graded-Count   TO WSD-Graded.
   MOVE WS-Detail-Line TO DeansLine.
   WRITE DeansLine AFTER ADVANCING 1 LINE.
   ADD 1 TO WS-Deans-Count.

WriteProbationLine.
   MOVE WS-Curr-StudentId TO WSD-StudentId.
   MOVE WS-Curr-Surname   TO WSD-Surname.
   MOVE WS-Curr-Initials  TO WSD-Initials.
   MOVE WS-Student-Gpa    TO WSD-Gpa.
   MOVE WS-Graded-Count   TO WSD-Graded.
   MOVE WS-Detail-Line TO ProbationLine.
   WRITE ProbationLine AFTER ADVANCING 1 LINE.
   ADD 1 TO WS-Probation-Count.

WriteListTotals.
   MOVE SPACES TO DeansLine.
   WRITE DeansLine AFTER ADVANCING 1 LINE.
   MOVE WS-Deans-Count TO WST-Deans-Count.
   MOVE WS-Deans-Total-Line TO DeansLine.
   WRITE DeansLine AFTER ADVANCING 1 LINE.
   MOVE SPACES TO ProbationLine.
   WRITE ProbationLine AFTER ADVANCING 1 LINE.
   MOVE WS-Probation-Count TO WST-Probation-Count.
   MOVE WS-Probation-Total-Line TO ProbationLine.
   WRITE ProbationLine AFTER ADVANCING 1 LINE.
