*> out - so operations can see whether the nightly roster ran and
*> with what volumes.

*> The class lists can instead be grouped by instructor, so each
*> tutor gets their own pack: the enrollments are then sorted by the
*> CM-InstructorId of their course first, each course still starts a
*> new page headed with the instructor's name from INSTRUCTOR-MASTER,
*> and every instructor's pack ends with their total.  Courses
*> nobody has been assigned to come first.  The grouping is taken
*> from the GROUP-BY record on RUN-PARAMS (C course, I instructor;
*> no record means course), or asked for when there is no RUN-PARAMS
*> file.

*> The roster is for one term: the TERM record on RUN-PARAMS (or the
*> prompt) names it, blank means the term TERM-MASTER marks current,
*> and enrollments of other terms are left off.  ALL - or a calendar
*> with no current term - prints every term, grouped by term with
*> each term's total, so a course running in two terms gets a class
*> list for each.  Every page heading shows the term.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        RECORD KEY IS SM-StudentId
        FILE STATUS IS WS-Master-Status.

    SELECT CourseMasterFile ASSIGN TO "COURSE-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CourseCode
        FILE STATUS IS WS-Course-Status.

    SELECT InstructorMasterFile ASSIGN TO "INSTRUCTOR-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IN-InstructorId
        FILE STATUS IS WS-Instr-Status.

    SELECT TermMasterFile ASSIGN TO "TERM-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TM-TermCode
        FILE STATUS IS WS-Term-Status.

    SELECT SortWorkFile ASSIGN TO "SORTWK01".

    SELECT RosterFile ASSIGN TO "STUDENT-ROSTER"
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
FD  StudentEnrollFile.
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

FD  InstructorMasterFile.
    COPY INSTRUCT.

FD  TermMasterFile.
    COPY TERMMAST.

SD  SortWorkFile.
01  SortRecord.
    02  SK-TermCode        PIC X(6).
    02  SK-InstructorId    PIC X(6).
    02  SK-CourseCode      PIC X(4).
    02  SK-Surname         PIC X(8).
    02  SK-StudentId       PIC 9(7).
FD  RunControlFile.
    COPY RUNCTL.

FD  StreamScheduleFile.
    COPY STRMSCHD.

FD  RunParamsFile.
    COPY RUNPARM.

WORKING-STORAGE SECTION.
01  WS-Enroll-Status     PIC XX.
01  WS-Master-Status     PIC XX.
01  WS-Roster-Status     PIC XX.
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
01  WS-Course-Status     PIC XX.
01  WS-Instr-Status      PIC XX.
01  WS-Term-Status       PIC XX.
01  WS-Params-Status     PIC XX.
01  WS-Operator-Id       PIC X(8) VALUE "BATCH".

01  WS-Run-Status        PIC X.
01  WS-Read-Count        PIC 9(7) VALUE 0.
01  WS-Run-Failed        PIC X VALUE "N".

01  WS-Params-Eof        PIC X VALUE "N".
    88 Params-Eof        VALUE "Y".
01  WS-Param-Found       PIC X VALUE "N".
01  WS-Param-Value       PIC X(20).

01  WS-Group-By          PIC X VALUE "C".
    88 Group-By-Course   VALUE "C".
    88 Group-By-Instructor VALUE "I".
01  WS-Instr-Open        PIC X VALUE "N".
    88 Instr-Is-Open     VALUE "Y".

01  WS-Term-Eof          PIC X VALUE "N".
    88 Term-Eof          VALUE "Y".
01  WS-Term-Entry        PIC X(6) VALUE SPACES.
01  WS-Select-Term       PIC X(6) VALUE SPACES.

01  CurrentDate          PIC 9(8).
01  CurrentTime          PIC 9(8).

01  WS-Prev-CourseCode    PIC X(4) VALUE SPACES.
01  WS-Course-Count       PIC 9(5) VALUE 0.
01  WS-Grand-Count        PIC 9(7) VALUE 0.
01  WS-Prev-InstructorId  PIC X(6) VALUE SPACES.
01  WS-Instr-Count        PIC 9(5) VALUE 0.
01  WS-Prev-TermCode      PIC X(6) VALUE SPACES.
01  WS-Term-Count         PIC 9(7) VALUE 0.

01  WS-Heading-1.
    02  FILLER            PIC X(20) VALUE "CLASS ROSTER REPORT".
    02  FILLER            PIC X(6)  VALUE "Term: ".
    02  WSH-TermCode      PIC X(6).
01  WS-Heading-Instr.
    02  FILLER            PIC X(13) VALUE "Instructor : ".
    02  WSH-InstructorId  PIC X(6).
    02  FILLER            PIC X(2)  VALUE SPACES.
    02  WSH-InstructorName PIC X(24).
01  WS-Heading-2.
    02  FILLER            PIC X(13) VALUE "Course Code: ".
    02  WSH-CourseCode    PIC X(4).
    02  FILLER            PIC X(3)  VALUE " : ".
    02  WST-Count         PIC ZZZZ9.

01  WS-Instr-Total-Line.
    02  FILLER            PIC X(21) VALUE "Total for instructor ".
    02  WSI-InstructorId  PIC X(6).
    02  FILLER            PIC X(3)  VALUE " : ".
    02  WSI-Count         PIC ZZZZ9.

01  WS-Term-Total-Line.
    02  FILLER            PIC X(16) VALUE "Total for term ".
    02  WSM-TermCode      PIC X(6).
    02  FILLER            PIC X(3)  VALUE " : ".
    02  WSM-Count         PIC ZZZZZZ9.

01  WS-Grand-Total-Line.
    02  FILLER            PIC X(16) VALUE "Grand total   : ".
    02  WSG-Count         PIC ZZZZZZ9.
PROCEDURE DIVISION.
Begin.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   PERFORM CheckPredecessors.
   PERFORM OpenRunControl.
   MOVE "S" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   PERFORM GetGroupBy.
   PERFORM GetTermSelection.
   SORT SortWorkFile
       ON ASCENDING KEY SK-TermCode SK-InstructorId SK-CourseCode
                        SK-Surname
       INPUT PROCEDURE IS LoadSortFile
       OUTPUT PROCEDURE IS PrintReport.
   IF WS-Run-Failed = "Y"
   CLOSE RunControlFile.
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
            IF SS-ProgramName = "RosterReport"
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
      DISPLAY "RosterReport cannot start - " WS-Missing-Job
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

AbendRun.
   MOVE "A" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   CLOSE RunControlFile.
   STOP RUN.

GetGroupBy.
*> With course grouping every enrollment sorts under a blank
*> instructor, so the one SORT serves both layouts.
   OPEN INPUT RunParamsFile.
   IF WS-Params-Status = "00"
      PERFORM FindGroupByParam
      CLOSE RunParamsFile
      IF WS-Param-Found = "Y"
         MOVE WS-Param-Value (1:1) TO WS-Group-By
      END-IF
   ELSE
      DISPLAY "Group class lists by course or instructor? (C/I): "
      ACCEPT WS-Group-By
      IF WS-Group-By = SPACE
         MOVE "C" TO WS-Group-By
      END-IF
   END-IF.
   IF WS-Group-By = "c"
      MOVE "C" TO WS-Group-By
   END-IF.
   IF WS-Group-By = "i"
      MOVE "I" TO WS-Group-By
   END-IF.
   IF NOT Group-By-Course AND NOT Group-By-Instructor
      DISPLAY "Grouping [" WS-Group-By "] must be C or I"
              " - run abandoned"
      PERFORM AbendRun
   END-IF.

FindGroupByParam.
   MOVE "N" TO WS-Param-Found.
   MOVE "N" TO WS-Params-Eof.
   PERFORM UNTIL Params-Eof
      READ RunParamsFile
          AT END MOVE "Y" TO WS-Params-Eof
      END-READ
      IF NOT Params-Eof
         IF RP-ProgramName = "RosterReport"
            AND RP-Keyword = "GROUP-BY"
            MOVE RP-Value TO WS-Param-Value
            MOVE "Y" TO WS-Param-Found
         END-IF
      END-IF
   END-PERFORM.

GetTermSelection.
*> Unattended, a missing TERM record means the current term, the
*> same as a blank answer at the prompt.  A term that is not on
*> TERM-MASTER abandons the run.
   OPEN INPUT RunParamsFile.
   IF WS-Params-Status = "00"
      PERFORM FindTermParam
      CLOSE RunParamsFile
      IF WS-Param-Found = "Y"
         MOVE WS-Param-Value (1:6) TO WS-Term-Entry
      END-IF
   ELSE
      DISPLAY "Term to list (blank for current, ALL for every"
              " term): "
      ACCEPT WS-Term-Entry
   END-IF.
   IF WS-Term-Entry = "all"
      MOVE "ALL" TO WS-Term-Entry
   END-IF.
   IF WS-Term-Entry NOT = "ALL"
      OPEN INPUT TermMasterFile
      IF WS-Term-Status = "00"
         IF WS-Term-Entry = SPACES
            PERFORM FindCurrentTerm
         ELSE
            MOVE WS-Term-Entry TO TM-TermCode
            READ TermMasterFile
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE TM-TermCode TO WS-Select-Term
            END-READ
         END-IF
         CLOSE TermMasterFile
      END-IF
      IF WS-Term-Entry NOT = SPACES AND WS-Select-Term = SPACES
         DISPLAY "Term [" WS-Term-Entry "] is not on TERM-MASTER"
                 " - run abandoned"
         PERFORM AbendRun
      END-IF
   END-IF.

FindCurrentTerm.
   PERFORM UNTIL Term-Eof
      READ TermMasterFile NEXT RECORD
          AT END MOVE "Y" TO WS-Term-Eof
      END-READ
      IF NOT Term-Eof AND Term-Is-Current
         MOVE TM-TermCode TO WS-Select-Term
      END-IF
   END-PERFORM.

FindTermParam.
   MOVE "N" TO WS-Param-Found.
   MOVE "N" TO WS-Params-Eof.
   PERFORM UNTIL Params-Eof
      READ RunParamsFile
          AT END MOVE "Y" TO WS-Params-Eof
      END-READ
      IF NOT Params-Eof
         IF RP-ProgramName = "RosterReport"
            AND RP-Keyword = "TERM"
            MOVE RP-Value TO WS-Param-Value
            MOVE "Y" TO WS-Param-Found
         END-IF
      END-IF
   END-PERFORM.

WriteRunRecord.
   ACCEPT CurrentTime FROM TIME.
   MOVE "RosterReport"   TO RC-ProgramName.
   MOVE WS-Read-Count    TO RC-ReadCount.
   MOVE WS-Grand-Count   TO RC-LoadedCount.
   MOVE ZERO             TO RC-RejectedCount.
   MOVE WS-Missing-Job TO RC-MissingJob.
   MOVE WS-Operator-Id TO RC-OperatorId
   WRITE RunControlRecord.

      MOVE "Y" TO WS-Run-Failed
      MOVE "Y" TO WS-Enroll-Eof
   END-IF.
   IF Group-By-Instructor
      OPEN INPUT CourseMasterFile
      IF WS-Course-Status NOT = "00"
         DISPLAY "Unable to open COURSE-MASTER - status "
                 WS-Course-Status
         MOVE "Y" TO WS-Run-Failed
         MOVE "Y" TO WS-Enroll-Eof
      END-IF
   END-IF.
   PERFORM UNTIL Enroll-Eof
      READ StudentEnrollFile NEXT RECORD
          AT END MOVE "Y" TO WS-Enroll-Eof
      END-READ
      IF NOT Enroll-Eof
         ADD 1 TO WS-Read-Count
         IF WS-Select-Term = SPACES
            OR EN-TermCode = WS-Select-Term
            PERFORM ReleaseEnrollment
         END-IF
      END-IF
   END-PERFORM.
   CLOSE StudentEnrollFile.
   CLOSE StudentMasterFile.
   IF Group-By-Instructor
      CLOSE CourseMasterFile
   END-IF.

ReleaseEnrollment.
*> An enrollment whose identity record has gone missing is still
       MOVE SPACES    TO SM-Initials
       MOVE SPACE     TO SM-Gender
   END-READ.
   MOVE EN-TermCode TO SK-TermCode.
   MOVE SPACES TO SK-InstructorId.
   IF Group-By-Instructor
      MOVE EN-CourseCode TO CM-CourseCode
      READ CourseMasterFile
          NOT INVALID KEY
          MOVE CM-InstructorId TO SK-InstructorId
      END-READ
   END-IF.
   MOVE EN-CourseCode TO SK-CourseCode.
   MOVE SM-Surname    TO SK-Surname.
   MOVE EN-StudentId  TO SK-StudentId.

PrintReport.
   OPEN OUTPUT RosterFile.
   IF Group-By-Instructor
      OPEN INPUT InstructorMasterFile
      IF WS-Instr-Status = "00"
         MOVE "Y" TO WS-Instr-Open
      END-IF
   END-IF.
   RETURN SortWorkFile
       AT END MOVE "Y" TO WS-Sort-Eof
   END-RETURN.
   PERFORM UNTIL Sort-Eof
      IF SK-CourseCode NOT = WS-Prev-CourseCode
         OR SK-TermCode NOT = WS-Prev-TermCode
         IF WS-Prev-CourseCode NOT = SPACES
            PERFORM WriteCourseTotal
            IF Group-By-Instructor
               AND (SK-InstructorId NOT = WS-Prev-InstructorId
                    OR SK-TermCode NOT = WS-Prev-TermCode)
               PERFORM WriteInstructorTotal
            END-IF
            IF WS-Select-Term = SPACES
               AND SK-TermCode NOT = WS-Prev-TermCode
               PERFORM WriteTermTotal
            END-IF
         END-IF
         IF Group-By-Instructor
            AND (WS-Prev-CourseCode = SPACES
                 OR SK-InstructorId NOT = WS-Prev-InstructorId
                 OR SK-TermCode NOT = WS-Prev-TermCode)
            PERFORM StartInstructorPack
         END-IF
         IF WS-Prev-CourseCode = SPACES
            OR SK-TermCode NOT = WS-Prev-TermCode
            MOVE SK-TermCode TO WS-Prev-TermCode
            MOVE 0 TO WS-Term-Count
         END-IF
         PERFORM WriteNewPageHeading
         MOVE SK-CourseCode TO WS-Prev-CourseCode
      END-IF
      PERFORM WriteDetailLine
      ADD 1 TO WS-Course-Count
      ADD 1 TO WS-Instr-Count
      ADD 1 TO WS-Term-Count
      ADD 1 TO WS-Grand-Count
      RETURN SortWorkFile
          AT END MOVE "Y" TO WS-Sort-Eof
   END-PERFORM.
   IF WS-Prev-CourseCode NOT = SPACES
      PERFORM WriteCourseTotal
      IF Group-By-Instructor
         PERFORM WriteInstructorTotal
      END-IF
      IF WS-Select-Term = SPACES
         PERFORM WriteTermTotal
      END-IF
   END-IF.
   PERFORM WriteGrandTotal.
   CLOSE RosterFile.
   IF Instr-Is-Open
      CLOSE InstructorMasterFile
   END-IF.

StartInstructorPack.
   MOVE SK-InstructorId TO WS-Prev-InstructorId.
   MOVE 0 TO WS-Instr-Count.
   MOVE SK-InstructorId TO WSH-InstructorId.
   IF SK-InstructorId = SPACES
      MOVE "(not assigned)" TO WSH-InstructorName
   ELSE
      MOVE "NOT ON INSTRUCTOR-MASTER" TO WSH-InstructorName
      IF Instr-Is-Open
         MOVE SK-InstructorId TO IN-InstructorId
         READ InstructorMasterFile
             NOT INVALID KEY
             MOVE IN-InstructorName TO WSH-InstructorName
         END-READ
      END-IF
   END-IF.

WriteNewPageHeading.
   MOVE SK-TermCode TO WSH-TermCode.
   MOVE WS-Heading-1 TO RosterLine.
   WRITE RosterLine AFTER ADVANCING PAGE.
   MOVE SPACES TO RosterLine.
   WRITE RosterLine AFTER ADVANCING 1 LINE.
   IF Group-By-Instructor
      MOVE WS-Heading-Instr TO RosterLine
      WRITE RosterLine AFTER ADVANCING 1 LINE
   END-IF.
   MOVE SK-CourseCode TO WSH-CourseCode.
   MOVE WS-Heading-2 TO RosterLine.
   WRITE RosterLine AFTER ADVANCING 1 LINE.
   MOVE WS-Total-Line TO RosterLine.
   WRITE RosterLine AFTER ADVANCING 1 LINE.

WriteInstructorTotal.
   MOVE WS-Prev-InstructorId TO WSI-InstructorId.
   MOVE WS-Instr-Count       TO WSI-Count.
   MOVE WS-Instr-Total-Line TO RosterLine.
   WRITE RosterLine AFTER ADVANCING 1 LINE.

WriteTermTotal.
   MOVE WS-Prev-TermCode TO WSM-TermCode.
   MOVE WS-Term-Count    TO WSM-Count.
   MOVE WS-Term-Total-Line TO RosterLine.
   WRITE RosterLine AFTER ADVANCING 1 LINE.

WriteGrandTotal.
   MOVE SPACES TO RosterLine.
   WRITE RosterLine AFTER ADVANCING 1 LINE.
