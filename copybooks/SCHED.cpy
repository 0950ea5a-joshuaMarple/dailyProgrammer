      *> Shared COURSE-SCHEDULE record - one record per weekly session
      *> of a course, keyed by the composite CS-SchedKey (CourseCode
      *> then a session number MaintainCourses hands out) so a course
      *> can meet any number of times a week.  CS-Day runs 1 Monday to
      *> 7 Sunday; CS-StartTime and CS-EndTime are 24-hour HHMM and a
      *> session occupies its room from the start time up to (not
      *> including) the end time, so back-to-back sessions never
      *> clash.  CS-RoomCapacity is the number of seats the room holds,
      *> set when the session is booked, which RoomUtilisation sets
      *> against CM-EnrolledCount.  The enrollment programs read it to
      *> catch a student being put on two courses that meet at the
      *> same time.  Like RUNCTL, every program uses the same CS-
      *> names, so no REPLACING is needed.
       01  CourseScheduleRecord.
           02  CS-SchedKey.
               03  CS-CourseCode   PIC X(4).
               03  CS-SessionNo    PIC 99.
           02  CS-Day             PIC 9.
               88 Day-Is-Valid    VALUE 1 THRU 7.
           02  CS-StartTime       PIC 9(4).
           02  CS-EndTime         PIC 9(4).
           02  CS-Room            PIC X(6).
           02  CS-RoomCapacity    PIC 9(3).
