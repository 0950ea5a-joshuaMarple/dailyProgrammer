IDENTIFICATION DIVISION.
PROGRAM-ID.  RoomUtilisation.
AUTHOR.  Michael Coughlan.
*> Reads the weekly timetable on COURSE-SCHEDULE, sorts it by room,
*> day and start time, and prints a page per room listing every
*> session booked into it with the course's seats taken
*> (CM-EnrolledCount from COURSE-MASTER) against the seats the room
*> holds.  A session whose course has more students than the room
*> has seats is flagged OVER CAPACITY, and a session that starts
*> before an earlier session in the same room on the same day has
*> finished is flagged DOUBLE-BOOKED with the course it collides
*> with, so both problems are caught before term starts rather than
*> on the first Monday.  Each room closes with its session, double-
*> booking and over-capacity counts, and the report ends with the
*> same figures for the whole timetable.

*> Every run is logged to RUN-CONTROL - a start record on the way in
*> and a completed record with the sessions read and printed on the
*> way out - the way RosterReport logs its runs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CourseScheduleFile ASSIGN TO "COURSE-SCHEDULE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CS-SchedKey
        FILE STATUS IS WS-Sched-Status.

    SELECT CourseMasterFile ASSIGN TO "COURSE-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CourseCode
        FILE STATUS IS WS-Course-Status.

    SELECT SortWorkFile ASSIGN TO "SORTWK01".

    SELECT RoomReportFile ASSIGN TO "ROOM-UTILISATION"
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
FD  CourseScheduleFile.
    COPY SCHED.

FD  CourseMasterFile.
    COPY COURSEMA REPLACING ==:RECORD-NAME:== BY ==CourseMasterRecord==
                            ==:CODE-NAME:==   BY ==CM-CourseCode==
                            ==:DESC-NAME:==   BY ==CM-CourseDesc==
                            ==:SEATS-NAME:==  BY ==CM-MaxSeats==
                            ==:ENROLLED-NAME:== BY ==CM-EnrolledCount==
                            ==:FEE-NAME:==    BY ==CM-TuitionFee==
                            ==:INSTR-NAME:==  BY ==CM-InstructorId==.

SD  SortWorkFile.
01  SortRecord.
    02  SK-Room            PIC X(6).
    02  SK-Day             PIC 9.
    02  SK-StartTime       PIC 9(4).
    02  SK-EndTime         PIC 9(4).
    02  SK-CourseCode      PIC X(4).
    02  SK-SessionNo       PIC 99.
    02  SK-RoomCapacity    PIC 9(3).
    02  SK-Enrolled        PIC 9(5).
    02  SK-Course-Known    PIC X.

FD  RoomReportFile
    LINAGE IS 60 LINES WITH FOOTING AT 55.
01  RoomLine                PIC X(80).

FD  RunControlFile.
    COPY RUNCTL.

FD  StreamScheduleFile.
    COPY STRMSCHD.

WORKING-STORAGE SECTION.
01  WS-Sched-Status      PIC XX.
01  WS-Course-Status     PIC XX.
01  WS-Report-Status     PIC XX.
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
01  WS-Operator-Id       PIC X(8) VALUE "BATCH".

01  WS-Run-Status        PIC X.
01  WS-Read-Count        PIC 9(7) VALUE 0.
01  WS-Printed-Count     PIC 9(7) VALUE 0.
01  WS-Run-Failed        PIC X VALUE "N".

01  CurrentDate          PIC 9(8).
01  CurrentTime          PIC 9(8).

01  WS-Sched-Eof         PIC X VALUE "N".
    88 Sched-Eof         VALUE "Y".
01  WS-Sort-Eof          PIC X VALUE "N".
    88 Sort-Eof          VALUE "Y".

01  WS-Prev-Room         PIC X(6) VALUE SPACES.
01  WS-Prev-Day          PIC 9 VALUE 0.
01  WS-Room-Started      PIC X VALUE "N".
01  WS-Latest-End        PIC 9(4).
01  WS-Latest-Course     PIC X(4).

01  WS-Room-Sessions     PIC 9(5) VALUE 0.
01  WS-Room-Doubles      PIC 9(5) VALUE 0.
01  WS-Room-Over         PIC 9(5) VALUE 0.
01  WS-Total-Rooms       PIC 9(5) VALUE 0.
01  WS-Total-Doubles     PIC 9(5) VALUE 0.
01  WS-Total-Over        PIC 9(5) VALUE 0.

01  WS-Day-Name-Values.
    02  FILLER           PIC X(21) VALUE "MonTueWedThuFriSatSun".
01  WS-Day-Name-Table REDEFINES WS-Day-Name-Values.
    02  WS-Day-Name      PIC X(3) OCCURS 7 TIMES.

01  WS-Heading-1.
    02  FILLER            PIC X(24) VALUE "ROOM UTILISATION REPORT".
    02  FILLER            PIC X(9)  VALUE "Run date ".
    02  WSH-RunDate       PIC 9(8).
01  WS-Heading-2.
    02  FILLER            PIC X(6)  VALUE "Room: ".
    02  WSH-Room          PIC X(6).
01  WS-Heading-3.
    02  FILLER            PIC X(5)  VALUE "Day".
    02  FILLER            PIC X(11) VALUE "Time".
    02  FILLER            PIC X(8)  VALUE "Course".
    02  FILLER            PIC X(6)  VALUE "Sess".
    02  FILLER            PIC X(8)  VALUE "Booked".
    02  FILLER            PIC X(7)  VALUE "Seats".
    02  FILLER            PIC X(5)  VALUE "Notes".

01  WS-Detail-Line.
    02  WSD-Day           PIC X(3).
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSD-StartTime     PIC 9(4).
    02  FILLER            PIC X VALUE "-".
    02  WSD-EndTime       PIC 9(4).
    02  FILLER            PIC X(2) VALUE SPACES.
    02  WSD-CourseCode    PIC X(4).
    02  FILLER            PIC X(4) VALUE SPACES.
    02  WSD-SessionNo     PIC 99.
    02  FILLER            PIC X(3) VALUE SPACES.
    02  WSD-Enrolled      PIC ZZZZ9.
    02  FILLER            PIC X(4) VALUE SPACES.
    02  WSD-Capacity      PIC ZZ9.
    02  FILLER            PIC X(3) VALUE SPACES.
    02  WSD-Over-Flag     PIC X(14).
    02  WSD-Double-Flag   PIC X(14).
    02  WSD-Double-Course PIC X(4).

01  WS-Room-Total-Line.
    02  FILLER            PIC X(10) VALUE "Sessions: ".
    02  WSR-Sessions      PIC ZZZZ9.
    02  FILLER            PIC X(17) VALUE "  Double-booked: ".
    02  WSR-Doubles       PIC ZZZZ9.
    02  FILLER            PIC X(17) VALUE "  Over capacity: ".
    02  WSR-Over          PIC ZZZZ9.

01  WS-Grand-Total-Line.
    02  FILLER            PIC X(7)  VALUE "Rooms: ".
    02  WSG-Rooms         PIC ZZZZ9.
    02  FILLER            PIC X(12) VALUE "  Sessions: ".
    02  WSG-Sessions      PIC ZZZZZZ9.
    02  FILLER            PIC X(17) VALUE "  Double-booked: ".
    02  WSG-Doubles       PIC ZZZZ9.
    02  FILLER            PIC X(17) VALUE "  Over capacity: ".
    02  WSG-Over          PIC ZZZZ9.

PROCEDURE DIVISION.
Begin.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   PERFORM CheckPredecessors.
   PERFORM OpenRunControl.
   MOVE "S" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   SORT SortWorkFile
       ON ASCENDING KEY SK-Room SK-Day SK-StartTime SK-CourseCode
       INPUT PROCEDURE IS LoadSortFile
       OUTPUT PROCEDURE IS PrintReport.
   IF WS-Run-Failed = "Y"
      MOVE "A" TO WS-Run-Status
   ELSE
      MOVE "C" TO WS-Run-Status
   END-IF.
   PERFORM WriteRunRecord.
   CLOSE RunControlFile.
   DISPLAY "Sessions read     : " WS-Read-Count.
   DISPLAY "Double-booked     : " WS-Total-Doubles.
   DISPLAY "Over capacity     : " WS-Total-Over.
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
            IF SS-ProgramName = "RoomUtilisation"
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
      DISPLAY "RoomUtilisation cannot start - " WS-Missing-Job
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
   MOVE "RoomUtilisation" TO RC-ProgramName.
   MOVE CurrentDate       TO RC-RunDate.
   MOVE CurrentTime       TO RC-RunTime.
   MOVE WS-Run-Status     TO RC-Status.
   MOVE WS-Read-Count     TO RC-ReadCount.
   MOVE WS-Printed-Count  TO RC-LoadedCount.
   MOVE ZERO              TO RC-RejectedCount.
   MOVE WS-Missing-Job TO RC-MissingJob.
   MOVE WS-Operator-Id TO RC-OperatorId
   WRITE RunControlRecord.

AbendRun.
   MOVE "A" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   CLOSE RunControlFile.
   STOP RUN.

LoadSortFile.
   OPEN INPUT CourseScheduleFile.
   IF WS-Sched-Status NOT = "00"
      DISPLAY "Unable to open COURSE-SCHEDULE - status " WS-Sched-Status
      MOVE "Y" TO WS-Run-Failed
      MOVE "Y" TO WS-Sched-Eof
   END-IF.
   OPEN INPUT CourseMasterFile.
   IF WS-Course-Status NOT = "00"
      DISPLAY "Unable to open COURSE-MASTER - status " WS-Course-Status
      MOVE "Y" TO WS-Run-Failed
      MOVE "Y" TO WS-Sched-Eof
   END-IF.
   PERFORM UNTIL Sched-Eof
      READ CourseScheduleFile NEXT RECORD
          AT END MOVE "Y" TO WS-Sched-Eof
      END-READ
      IF NOT Sched-Eof
         ADD 1 TO WS-Read-Count
         PERFORM ReleaseSession
      END-IF
   END-PERFORM.
   CLOSE CourseScheduleFile.
   CLOSE CourseMasterFile.

ReleaseSession.
*> A session for a course that has since left COURSE-MASTER still
*> holds its room, so it is printed (with nothing booked) rather
*> than dropped.
   MOVE CS-CourseCode TO CM-CourseCode.
   READ CourseMasterFile
       INVALID KEY
       MOVE ZEROES TO CM-EnrolledCount
       MOVE "N" TO SK-Course-Known
       NOT INVALID KEY
       MOVE "Y" TO SK-Course-Known
   END-READ.
   IF CM-EnrolledCount NOT NUMERIC
      MOVE ZEROES TO CM-EnrolledCount
   END-IF.
   MOVE CS-Room          TO SK-Room.
   MOVE CS-Day           TO SK-Day.
   MOVE CS-StartTime     TO SK-StartTime.
   MOVE CS-EndTime       TO SK-EndTime.
   MOVE CS-CourseCode    TO SK-CourseCode.
   MOVE CS-SessionNo     TO SK-SessionNo.
   MOVE CS-RoomCapacity  TO SK-RoomCapacity.
   MOVE CM-EnrolledCount TO SK-Enrolled.
   RELEASE SortRecord.

PrintReport.
   OPEN OUTPUT RoomReportFile.
   RETURN SortWorkFile
       AT END MOVE "Y" TO WS-Sort-Eof
   END-RETURN.
   PERFORM UNTIL Sort-Eof
      IF WS-Room-Started = "N" OR SK-Room NOT = WS-Prev-Room
         IF WS-Room-Started = "Y"
            PERFORM WriteRoomTotal
         END-IF
         PERFORM WriteNewPageHeading
         MOVE "Y" TO WS-Room-Started
         MOVE SK-Room TO WS-Prev-Room
         MOVE 0 TO WS-Prev-Day
         MOVE 0 TO WS-Room-Sessions WS-Room-Doubles WS-Room-Over
         ADD 1 TO WS-Total-Rooms
      END-IF
      IF SK-Day NOT = WS-Prev-Day
         MOVE SK-Day  TO WS-Prev-Day
         MOVE ZEROES  TO WS-Latest-End
         MOVE SPACES  TO WS-Latest-Course
      END-IF
      PERFORM WriteDetailLine
      RETURN SortWorkFile
          AT END MOVE "Y" TO WS-Sort-Eof
      END-RETURN
   END-PERFORM.
   IF WS-Room-Started = "Y"
      PERFORM WriteRoomTotal
   END-IF.
   PERFORM WriteGrandTotal.
   CLOSE RoomReportFile.

WriteNewPageHeading.
   MOVE CurrentDate TO WSH-RunDate.
   MOVE WS-Heading-1 TO RoomLine.
   WRITE RoomLine AFTER ADVANCING PAGE.
   MOVE SPACES TO RoomLine.
   WRITE RoomLine AFTER ADVANCING 1 LINE.
   MOVE SK-Room TO WSH-Room.
   MOVE WS-Heading-2 TO RoomLine.
   WRITE RoomLine AFTER ADVANCING 1 LINE.
   MOVE SPACES TO RoomLine.
   WRITE RoomLine AFTER ADVANCING 1 LINE.
   MOVE WS-Heading-3 TO RoomLine.
   WRITE RoomLine AFTER ADVANCING 1 LINE.

WriteDetailLine.
*> Sessions arrive in start-time order within the day, so a session
*> that starts before the latest finish seen so far overlaps an
*> earlier booking of the same room.
   IF SK-Day NOT < 1 AND SK-Day NOT > 7
      MOVE WS-Day-Name (SK-Day) TO WSD-Day
   ELSE
      MOVE "???"                TO WSD-Day
   END-IF.
   MOVE SK-StartTime    TO WSD-StartTime.
   MOVE SK-EndTime      TO WSD-EndTime.
   MOVE SK-CourseCode   TO WSD-CourseCode.
   MOVE SK-SessionNo    TO WSD-SessionNo.
   MOVE SK-Enrolled     TO WSD-Enrolled.
   MOVE SK-RoomCapacity TO WSD-Capacity.
   MOVE SPACES TO WSD-Over-Flag WSD-Double-Flag WSD-Double-Course.
   IF SK-Course-Known = "N"
      MOVE "NO SUCH COURSE" TO WSD-Over-Flag
   ELSE IF SK-Enrolled > SK-RoomCapacity
      MOVE "OVER CAPACITY" TO WSD-Over-Flag
      ADD 1 TO WS-Room-Over
      ADD 1 TO WS-Total-Over
   END-IF.
   IF SK-StartTime < WS-Latest-End
      MOVE "DOUBLE-BOOKED " TO WSD-Double-Flag
      MOVE WS-Latest-Course TO WSD-Double-Course
      ADD 1 TO WS-Room-Doubles
      ADD 1 TO WS-Total-Doubles
   END-IF.
   IF SK-EndTime > WS-Latest-End
      MOVE SK-EndTime    TO WS-Latest-End
      MOVE SK-CourseCode TO WS-Latest-Course
   END-IF.
   MOVE WS-Detail-Line TO RoomLine.
   WRITE RoomLine AFTER ADVANCING 1 LINE.
   ADD 1 TO WS-Room-Sessions.
   ADD 1 TO WS-Printed-Count.

WriteRoomTotal.
   MOVE SPACES TO RoomLine.
   WRITE RoomLine AFTER ADVANCING 1 LINE.
   MOVE WS-Room-Sessions TO WSR-Sessions.
   MOVE WS-Room-Doubles  TO WSR-Doubles.
   MOVE WS-Room-Over     TO WSR-Over.
   MOVE WS-Room-Total-Line TO RoomLine.
   WRITE RoomLine AFTER ADVANCING 1 LINE.

WriteGrandTotal.
   MOVE SPACES TO RoomLine.
   WRITE RoomLine AFTER ADVANCING 1 LINE.
   MOVE WS-Total-Rooms   TO WSG-Rooms.
   MOVE WS-Printed-Count TO WSG-Sessions.
   MOVE WS-Total-Doubles TO WSG-Doubles.
   MOVE WS-Total-Over    TO WSG-Over.
   MOVE WS-Grand-Total-Line TO RoomLine.
   WRITE RoomLine AFTER ADVANCING 1 LINE.
