      *> Shared ATTENDANCE record - the running attendance register for
      *> one student on one course, keyed by AT-AttendKey exactly the
      *> way STUDENT-ENROLL is keyed by EN-EnrollKey, so a register
      *> lines up with the enrollment it belongs to.  AttendPosting
      *> adds one to AT-SessionsHeld for every session posted from a
      *> tutor's sheet and one to AT-SessionsPresent when the student
      *> was marked present; the attendance rate is present over held.
      *> Read by AttendPosting's at-risk report and by CourseComplete,
      *> which flags completions below the attendance threshold.  Like
      *> RUNCTL, every program uses the same AT- names, so no REPLACING
      *> is needed.
       01  AttendanceRecord.
           02  AT-AttendKey.
               03  AT-StudentId   PIC 9(7).
               03  AT-CourseCode  PIC X(4).
           02  AT-SessionsHeld    PIC 9(4).
           02  AT-SessionsPresent PIC 9(4).
           02  AT-FirstSession    PIC 9(8).
           02  AT-LastSession     PIC 9(8).
           02  AT-PostedDate      PIC 9(8).
