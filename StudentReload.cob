*> missing trailer or mismatched totals is refused and the existing
*> files (damaged or not) are left untouched.

*> Each enrollment gets back the term code StudentUnload saved with
*> it.  This is also how STUDENT-ENROLL is brought forward to the
*> layout that carries EN-TermCode: unload with the old programs,
*> reload with these, and the older enrollments come back with a
*> blank term.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    02  BE-CourseCode      PIC X(4).
    02  BE-EnrolledDate    PIC 9(8).
    02  BE-EnrolledTime    PIC 9(8).
    02  BE-TermCode        PIC X(6).
    02  FILLER             PIC X(5).
01  BackupTrailerRecord.
    02  BT-RecordType      PIC X.
    02  BT-RecordCount     PIC 9(7).
   MOVE BE-CourseCode   TO EN-CourseCode.
   MOVE BE-EnrolledDate TO EN-EnrolledDate.
   MOVE BE-EnrolledTime TO EN-EnrolledTime.
   MOVE BE-TermCode     TO EN-TermCode.
   WRITE EnrollmentRecord
       INVALID KEY
       DISPLAY "Enrollment " BE-StudentId "/" BE-CourseCode
