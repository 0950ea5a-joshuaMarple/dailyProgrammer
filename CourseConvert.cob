*> departments supply them, and runs SeatRecount once so the enrolled
*> counts pick up whatever is already on STUDENT-ENROLL.

*> The layout has since grown CM-InstructorId as well, so the
*> utility now also accepts a COURSE-MASTER in the 39-byte layout
*> that carries EnrolledCount and TuitionFee: it tries that layout
*> first and falls back to the original 27-byte one when the open
*> says the record length is wrong.  From the 39-byte layout the
*> enrolled count and fee are carried forward as they are, so
*> neither SeatRecount nor a fee re-key is needed; every course
*> comes across unassigned (InstructorId spaces) until it is given
*> an instructor through MaintainCourses.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        RECORD KEY IS OC-CourseCode
        FILE STATUS IS WS-Old-Status.

    SELECT PriorCourseFile ASSIGN TO "COURSE-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PC-CourseCode
        FILE STATUS IS WS-Prior-Status.

    SELECT NewCourseFile ASSIGN TO "COURSE-MASTER-NEW"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
    02  OC-CourseDesc      PIC X(20).
    02  OC-MaxSeats        PIC 9(3).

FD  PriorCourseFile.
01  PriorCourseRecord.
    02  PC-CourseCode      PIC X(4).
    02  PC-CourseDesc      PIC X(20).
    02  PC-MaxSeats        PIC 9(3).
    02  PC-EnrolledCount   PIC 9(5).
    02  PC-TuitionFee      PIC 9(5)V99.

FD  NewCourseFile.
    COPY COURSEMA REPLACING ==:RECORD-NAME:== BY ==NewCourseRecord==
                            ==:CODE-NAME:==   BY ==NC-CourseCode==
                            ==:DESC-NAME:==   BY ==NC-CourseDesc==
                            ==:SEATS-NAME:==  BY ==NC-MaxSeats==
                            ==:ENROLLED-NAME:== BY ==NC-EnrolledCount==
                            ==:FEE-NAME:==    BY ==NC-TuitionFee==
                            ==:INSTR-NAME:==  BY ==NC-InstructorId==.

WORKING-STORAGE SECTION.
01  WS-Old-Status         PIC XX.
01  WS-Prior-Status       PIC XX.
01  WS-New-Status         PIC XX.

01  WS-Old-Eof            PIC X VALUE "N".
    88 Old-Eof            VALUE "Y".

01  WS-Prior-Eof          PIC X VALUE "N".
    88 Prior-Eof          VALUE "Y".

01  WS-Converted-Count    PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Begin.
   OPEN INPUT PriorCourseFile.
   IF WS-Prior-Status = "00"
      PERFORM ConvertPriorLayout
      STOP RUN
   END-IF.
   OPEN INPUT OldCourseFile.
   IF WS-Old-Status NOT = "00"
      DISPLAY "Unable to open COURSE-MASTER - status " WS-Old-Status
         END-IF
         MOVE ZEROES        TO NC-EnrolledCount
         MOVE ZEROES        TO NC-TuitionFee
         MOVE SPACES        TO NC-InstructorId
         WRITE NewCourseRecord
         ADD 1 TO WS-Converted-Count
      END-IF
           " fees through MaintainCourses".
   DISPLAY "and run SeatRecount to pick up the enrolled counts".
   STOP RUN.

ConvertPriorLayout.
   OPEN OUTPUT NewCourseFile.
   IF WS-New-Status NOT = "00"
      DISPLAY "Unable to create COURSE-MASTER-NEW - status "
              WS-New-Status
      CLOSE PriorCourseFile
      STOP RUN
   END-IF.
   PERFORM UNTIL Prior-Eof
      READ PriorCourseFile NEXT RECORD
          AT END MOVE "Y" TO WS-Prior-Eof
      END-READ
      IF NOT Prior-Eof
         MOVE PC-CourseCode    TO NC-CourseCode
         MOVE PC-CourseDesc    TO NC-CourseDesc
         MOVE PC-MaxSeats      TO NC-MaxSeats
         MOVE PC-EnrolledCount TO NC-EnrolledCount
         MOVE PC-TuitionFee    TO NC-TuitionFee
         MOVE SPACES           TO NC-InstructorId
         WRITE NewCourseRecord
         ADD 1 TO WS-Converted-Count
      END-IF
   END-PERFORM.
   CLOSE PriorCourseFile.
   CLOSE NewCourseFile.
   DISPLAY "Courses converted : " WS-Converted-Count.
   DISPLAY "Now replace COURSE-MASTER with COURSE-MASTER-NEW and"
           " assign instructors through MaintainCourses".
