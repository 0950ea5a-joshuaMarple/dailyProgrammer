*> intake trend, followed by any course codes found on the enrollment
*> file but not on COURSE-MASTER, and the institution-wide totals.

*> The statistics cover one term: the TERM record on RUN-PARAMS (or
*> the prompt when there is no RUN-PARAMS file) names it, blank means
*> the term TERM-MASTER marks current, and enrollments of other terms
*> are left out.  ALL - or a calendar with no current term - covers
*> every term, and the institution totals then break the headcount
*> down by term as well.  The heading shows which.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.

    SELECT TermMasterFile ASSIGN TO "TERM-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TM-TermCode
        FILE STATUS IS WS-Term-Status.

    SELECT RunParamsFile ASSIGN TO "RUN-PARAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Params-Status.

DATA DIVISION.
FILE SECTION.
FD  StudentEnrollFile.
                            ==:DESC-NAME:==   BY ==CM-CourseDesc==
                            ==:SEATS-NAME:==  BY ==CM-MaxSeats==
                            ==:ENROLLED-NAME:== BY ==CM-EnrolledCount==
                            ==:FEE-NAME:==    BY ==CM-TuitionFee==
                            ==:INSTR-NAME:==  BY ==CM-InstructorId==.

FD  StatsReportFile.
01  StatsLine               PIC X(80).

FD  TermMasterFile.
    COPY TERMMAST.

FD  RunParamsFile.
    COPY RUNPARM.

WORKING-STORAGE SECTION.
01  WS-Enroll-Status      PIC XX.
01  WS-Master-Status      PIC XX.
01  WS-Course-Status      PIC XX.
01  WS-Report-Status      PIC XX.
01  WS-Term-Status        PIC XX.
01  WS-Params-Status      PIC XX.

01  WS-Params-Eof         PIC X VALUE "N".
    88 Params-Eof         VALUE "Y".
01  WS-Param-Found        PIC X VALUE "N".
01  WS-Param-Value        PIC X(20).

01  WS-Term-Eof           PIC X VALUE "N".
    88 Term-Eof           VALUE "Y".
01  WS-Term-Entry         PIC X(6) VALUE SPACES.
01  WS-Select-Term        PIC X(6) VALUE SPACES.

01  WS-Enroll-Eof         PIC X VALUE "N".
    88 Enroll-Eof         VALUE "Y".
01  WS-Courses-Used       PIC 9(3) VALUE 0.
01  WS-Months-Used        PIC 9(3) VALUE 0.

01  WS-Term-Table.
    02  WS-Term-Tally OCCURS 20 TIMES.
        03  TT-TermCode      PIC X(6).
        03  TT-Count         PIC 9(7).
01  WS-Terms-Used         PIC 9(3) VALUE 0.
01  WS-Swap-Term          PIC X(6).
01  WS-Swap-Term-Count    PIC 9(7).

01  WS-Idx                PIC 9(3).
01  WS-Jdx                PIC 9(3).
01  WS-Found-Idx          PIC 9(3).

01  WS-Heading-1.
    02  FILLER            PIC X(30) VALUE "ENROLLMENT STATISTICS REPORT".
    02  FILLER            PIC X(6)  VALUE "Term: ".
    02  WSH-Term          PIC X(6).

01  WS-Course-Heading.
    02  FILLER            PIC X(7)  VALUE "Course ".
01  WS-Grand-Heading.
    02  FILLER            PIC X(20) VALUE "INSTITUTION TOTALS".

01  WS-Term-Heading.
    02  FILLER            PIC X(22) VALUE "  Enrollments by term:".

PROCEDURE DIVISION.
Begin.
   PERFORM GetTermSelection.
   PERFORM OpenFiles.
   PERFORM AccumulateMaster.
   OPEN OUTPUT StatsReportFile.
   IF WS-Select-Term = SPACES
      MOVE "ALL" TO WSH-Term
   ELSE
      MOVE WS-Select-Term TO WSH-Term
   END-IF.
   MOVE WS-Heading-1 TO StatsLine.
   WRITE StatsLine.
   PERFORM PrintKnownCourses.
   PERFORM CloseFiles.
   STOP RUN.

GetTermSelection.
*> A missing TERM record on RUN-PARAMS means the current term, the
*> same as a blank answer at the prompt.
   OPEN INPUT RunParamsFile.
   IF WS-Params-Status = "00"
      PERFORM FindTermParam
      CLOSE RunParamsFile
      IF WS-Param-Found = "Y"
         MOVE WS-Param-Value (1:6) TO WS-Term-Entry
      END-IF
   ELSE
      DISPLAY "Term to report (blank for current, ALL for every"
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
         STOP RUN
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
         IF RP-ProgramName = "EnrollmentStats"
            AND RP-Keyword = "TERM"
            MOVE RP-Value TO WS-Param-Value
            MOVE "Y" TO WS-Param-Found
         END-IF
      END-IF
   END-PERFORM.

OpenFiles.
   OPEN INPUT StudentEnrollFile.
   IF WS-Enroll-Status NOT = "00"
          AT END MOVE "Y" TO WS-Enroll-Eof
      END-READ
      IF NOT Enroll-Eof
         IF WS-Select-Term = SPACES
            OR EN-TermCode = WS-Select-Term
            PERFORM AccumulateStudent
         END-IF
      END-IF
   END-PERFORM.

             ADD 1 TO WS-Grand-Other
      END-EVALUATE
      PERFORM AccumulateMonth
      PERFORM AccumulateTerm
   END-IF.

FindCourseEntry.
              " - intake for " WS-Month-Key " not counted"
   END-IF.

AccumulateTerm.
   MOVE 0 TO WS-Jdx.
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-Terms-Used OR WS-Jdx NOT = ZERO
      IF TT-TermCode (WS-Idx) = EN-TermCode
         MOVE WS-Idx TO WS-Jdx
      END-IF
   END-PERFORM.
   IF WS-Jdx = ZERO
      IF WS-Terms-Used < 20
         ADD 1 TO WS-Terms-Used
         MOVE WS-Terms-Used TO WS-Jdx
         MOVE EN-TermCode TO TT-TermCode (WS-Jdx)
         MOVE 0 TO TT-Count (WS-Jdx)
      ELSE
         DISPLAY "Term table full - " EN-TermCode " not counted"
      END-IF
   END-IF.
   IF WS-Jdx NOT = ZERO
      ADD 1 TO TT-Count (WS-Jdx)
   END-IF.

PrintKnownCourses.
   PERFORM UNTIL Course-Eof
      READ CourseMasterFile NEXT RECORD
   PERFORM ComputeTotalPct.
   MOVE WS-Count-Line TO StatsLine.
   WRITE StatsLine.
   IF WS-Select-Term = SPACES
      PERFORM PrintTermTotals
   END-IF.

PrintTermTotals.
*> Terms arrive in first-seen order - the same exchange sort as the
*> intake months puts them into term-code (calendar) order.
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-Terms-Used
      PERFORM VARYING WS-Jdx FROM 1 BY 1
          UNTIL WS-Jdx > WS-Terms-Used - 1
         IF TT-TermCode (WS-Jdx) > TT-TermCode (WS-Jdx + 1)
            MOVE TT-TermCode (WS-Jdx) TO WS-Swap-Term
            MOVE TT-Count (WS-Jdx)    TO WS-Swap-Term-Count
            MOVE TT-TermCode (WS-Jdx + 1) TO TT-TermCode (WS-Jdx)
            MOVE TT-Count (WS-Jdx + 1)    TO TT-Count (WS-Jdx)
            MOVE WS-Swap-Term       TO TT-TermCode (WS-Jdx + 1)
            MOVE WS-Swap-Term-Count TO TT-Count (WS-Jdx + 1)
         END-IF
      END-PERFORM
   END-PERFORM.
   MOVE WS-Term-Heading TO StatsLine.
   WRITE StatsLine.
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-Terms-Used
      IF TT-TermCode (WS-Idx) = SPACES
         MOVE "(no term)" TO WSN-Label
      ELSE
         MOVE TT-TermCode (WS-Idx) TO WSN-Label
      END-IF
      MOVE TT-Count (WS-Idx) TO WS-Stat-Count
      PERFORM ComputeTotalPct
      MOVE WS-Count-Line TO StatsLine
      WRITE StatsLine
   END-PERFORM.

ComputeTotalPct.
   MOVE WS-Stat-Count TO WSN-Count.
