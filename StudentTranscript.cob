*> COURSE-MASTER description, and every completed or purged course
*> from STUDENT-HISTORY with its grade and leaving date.  The
*> StudentId is taken from the prompt, so the front office can run
*> one transcript while the student waits.  The transcript closes
*> with the grade point average and academic standing from the last
*> AcademicStanding run on STUDENT-STANDING.

*> Each current enrollment shows the term it belongs to, and the
*> completed and purged courses are grouped by term in term-code
*> (calendar) order under a heading for each term, so the record
*> reads semester by semester.  Courses archived before the term
*> calendar existed carry no term and are listed first under their
*> own heading.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS CM-CourseCode
        FILE STATUS IS WS-Course-Status.

    SELECT StudentStandingFile ASSIGN TO "STUDENT-STANDING"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ST-StudentId
        FILE STATUS IS WS-Standing-Status.

    SELECT TranscriptFile ASSIGN TO "STUDENT-TRANSCRIPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.
                            ==:DESC-NAME:==   BY ==CM-CourseDesc==
                            ==:SEATS-NAME:==  BY ==CM-MaxSeats==
                            ==:ENROLLED-NAME:== BY ==CM-EnrolledCount==
                            ==:FEE-NAME:==    BY ==CM-TuitionFee==
                            ==:INSTR-NAME:==  BY ==CM-InstructorId==.

FD  StudentStandingFile.
    COPY STANDING.

FD  TranscriptFile.
01  TranscriptLine          PIC X(80).
01  WS-History-Status     PIC XX.
01  WS-Course-Status      PIC XX.
01  WS-Report-Status      PIC XX.
01  WS-Standing-Status    PIC XX.

01  WS-Request-Id         PIC 9(7).
01  WS-Record-Found       PIC X VALUE "N".
    88 History-Eof        VALUE "Y".
01  WS-History-Open       PIC X VALUE "N".
    88 History-Is-Open    VALUE "Y".
01  WS-Standing-Open      PIC X VALUE "N".
    88 Standing-Is-Open   VALUE "Y".
01  WS-Enroll-Count       PIC 9(3) VALUE 0.
01  WS-History-Count      PIC 9(3) VALUE 0.

01  WS-Hist-Table.
    02  WS-Hist-Entry OCCURS 60 TIMES.
        03  HT-TermCode      PIC X(6).
        03  HT-CourseCode    PIC X(4).
        03  HT-Outcome       PIC X(10).
        03  HT-LeftDate      PIC 9(8).
        03  HT-Grade         PIC X(2).
01  WS-Hist-Used          PIC 9(3) VALUE 0.
01  WS-Idx                PIC 9(3).
01  WS-Jdx                PIC 9(3).
01  WS-Swap-Entry         PIC X(30).
01  WS-Prev-TermCode      PIC X(6).

01  CurrentDate           PIC 9(8).

01  WS-Heading-1.
    02  WSC-CourseDesc    PIC X(20).
    02  FILLER            PIC X(9)  VALUE "  since ".
    02  WSC-EnrolledDate  PIC 9(8).
    02  FILLER            PIC X(7)  VALUE "  term ".
    02  WSC-TermCode      PIC X(6).

01  WS-History-Line.
    02  FILLER            PIC X(2)  VALUE SPACES.
    02  FILLER            PIC X(9)  VALUE "  Grade ".
    02  WSL-Grade         PIC X(2).

01  WS-Term-Line.
    02  FILLER            PIC X(7)  VALUE " Term ".
    02  WSR-TermCode      PIC X(14).

01  WS-Section-Standing.
    02  FILLER            PIC X(20) VALUE "ACADEMIC STANDING".

01  WS-Standing-Line.
    02  FILLER            PIC X(8)  VALUE "  GPA ".
    02  WSS-Gpa           PIC 9.99.
    02  FILLER            PIC X(6)  VALUE " over ".
    02  WSS-GradedCount   PIC ZZ9.
    02  FILLER            PIC X(20) VALUE " graded course(s) - ".
    02  WSS-Standing      PIC X(13).
    02  FILLER            PIC X(8)  VALUE " as at ".
    02  WSS-RunDate       PIC 9(8).

01  WS-None-Line          PIC X(30).

PROCEDURE DIVISION.
   PERFORM WriteIdentityBlock.
   PERFORM WriteCurrentEnrollments.
   PERFORM WriteHistoryBlock.
   PERFORM WriteStandingBlock.
   PERFORM CloseFiles.
   IF WS-Identity-Shown NOT = "Y"
      DISPLAY "StudentId " WS-Request-Id " not found on master"
   ELSE
      MOVE "N" TO WS-History-Open
   END-IF.
   OPEN INPUT StudentStandingFile.
   IF WS-Standing-Status = "00"
      MOVE "Y" TO WS-Standing-Open
   ELSE
      MOVE "N" TO WS-Standing-Open
   END-IF.
   OPEN OUTPUT TranscriptFile.

CloseFiles.
   IF History-Is-Open
      CLOSE StudentHistoryFile
   END-IF.
   IF Standing-Is-Open
      CLOSE StudentStandingFile
   END-IF.
   CLOSE TranscriptFile.

WriteHeading.
   MOVE EN-CourseCode    TO WSC-CourseCode.
   MOVE CM-CourseDesc    TO WSC-CourseDesc.
   MOVE EN-EnrolledDate  TO WSC-EnrolledDate.
   MOVE EN-TermCode      TO WSC-TermCode.
   MOVE WS-Current-Line  TO TranscriptLine.
   WRITE TranscriptLine.

         END-READ
         IF WS-History-Status = "00" AND NOT History-Eof
            IF SH-StudentId = WS-Request-Id
               PERFORM LoadOneHistoryRow
            ELSE
               MOVE "Y" TO WS-History-Eof
            END-IF
         END-IF
      END-PERFORM
   END-IF.
   PERFORM SortHistoryByTerm.
   PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-Hist-Used
      PERFORM WriteOneHistoryRow
   END-PERFORM.
   IF WS-History-Count = ZERO
      MOVE "  (none)" TO TranscriptLine
      WRITE TranscriptLine
   END-IF.

LoadOneHistoryRow.
*> The rows come off the file in course-code order and are printed
*> once they have been put into term order.
   IF SH-CourseCode = SPACES
*> Identity-only archive row - nothing course-shaped to print
      CONTINUE
   ELSE IF WS-Hist-Used = 60
      DISPLAY "History table full - " SH-CourseCode
              " left off the transcript"
   ELSE
      ADD 1 TO WS-Hist-Used
      MOVE SH-TermCode   TO HT-TermCode (WS-Hist-Used)
      MOVE SH-CourseCode TO HT-CourseCode (WS-Hist-Used)
      IF Left-Completed
         MOVE "COMPLETED" TO HT-Outcome (WS-Hist-Used)
      ELSE
         MOVE "PURGED"    TO HT-Outcome (WS-Hist-Used)
      END-IF
      MOVE SH-PurgedDate TO HT-LeftDate (WS-Hist-Used)
      MOVE SH-Grade      TO HT-Grade (WS-Hist-Used)
   END-IF.

SortHistoryByTerm.
*> A simple exchange sort, as EnrollmentStats uses for its intake
*> months; it never swaps equal terms, so each term's courses stay
*> in course-code order.
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-Hist-Used
      PERFORM VARYING WS-Jdx FROM 1 BY 1
          UNTIL WS-Jdx > WS-Hist-Used - 1
         IF HT-TermCode (WS-Jdx) > HT-TermCode (WS-Jdx + 1)
            MOVE WS-Hist-Entry (WS-Jdx) TO WS-Swap-Entry
            MOVE WS-Hist-Entry (WS-Jdx + 1) TO WS-Hist-Entry (WS-Jdx)
            MOVE WS-Swap-Entry TO WS-Hist-Entry (WS-Jdx + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

WriteOneHistoryRow.
   IF WS-Idx = 1 OR HT-TermCode (WS-Idx) NOT = WS-Prev-TermCode
      MOVE HT-TermCode (WS-Idx) TO WS-Prev-TermCode
      IF HT-TermCode (WS-Idx) = SPACES
         MOVE "(no term)" TO WSR-TermCode
      ELSE
         MOVE HT-TermCode (WS-Idx) TO WSR-TermCode
      END-IF
      MOVE WS-Term-Line TO TranscriptLine
      WRITE TranscriptLine
   END-IF.
   MOVE HT-CourseCode (WS-Idx) TO WSL-CourseCode.
   MOVE HT-Outcome (WS-Idx)    TO WSL-Outcome.
   MOVE HT-LeftDate (WS-Idx)   TO WSL-LeftDate.
   MOVE HT-Grade (WS-Idx)      TO WSL-Grade.
   MOVE WS-History-Line TO TranscriptLine.
   WRITE TranscriptLine.
   ADD 1 TO WS-History-Count.

WriteStandingBlock.
   MOVE SPACES TO TranscriptLine.
   WRITE TranscriptLine.
   MOVE WS-Section-Standing TO TranscriptLine.
   WRITE TranscriptLine.
   MOVE "23" TO WS-Standing-Status.
   IF Standing-Is-Open
      MOVE WS-Request-Id TO ST-StudentId
      READ StudentStandingFile
          INVALID KEY CONTINUE
      END-READ
   END-IF.
   IF WS-Standing-Status = "00"
      MOVE ST-GPA         TO WSS-Gpa
      MOVE ST-GradedCount TO WSS-GradedCount
      MOVE ST-RunDate     TO WSS-RunDate
      EVALUATE TRUE
          WHEN Standing-Deans
             MOVE "DEAN'S LIST"   TO WSS-Standing
          WHEN Standing-Probation
             MOVE "PROBATION"     TO WSS-Standing
          WHEN OTHER
             MOVE "GOOD STANDING" TO WSS-Standing
      END-EVALUATE
      MOVE WS-Standing-Line TO TranscriptLine
      WRITE TranscriptLine
   ELSE
      MOVE "  (no graded courses assessed)" TO TranscriptLine
      WRITE TranscriptLine
   END-IF.
