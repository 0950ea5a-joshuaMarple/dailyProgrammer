*> The CM-EnrolledCount counters on COURSE-MASTER are not replayed -
*> run SeatRecount after a recovery to restate them from the
*> recovered enrollment file.
*>
*> Enrollments rebuilt from the backup keep the term saved with them.
*> A replayed "E" event is stamped with the term that was current on
*> the day it was keyed - the first term on TERM-MASTER, in calendar
*> order, that had not ended by AU-AuditDate - so a recovery run
*> after a TermRollover still restores the original term.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS EN-EnrollKey
        FILE STATUS IS WS-Enroll-Status.

    SELECT TermMasterFile ASSIGN TO "TERM-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TM-TermCode
        FILE STATUS IS WS-Term-Status.

DATA DIVISION.
FILE SECTION.
FD  BackupFile.
    02  BE-CourseCode      PIC X(4).
    02  BE-EnrolledDate    PIC 9(8).
    02  BE-EnrolledTime    PIC 9(8).
    02  BE-TermCode        PIC X(6).
    02  FILLER             PIC X(5).
01  BackupTrailerRecord.
    02  BT-RecordType      PIC X.
    02  BT-RecordCount     PIC 9(7).
FD  StudentEnrollFile.
    COPY STUDENRL.

FD  TermMasterFile.
    COPY TERMMAST.

WORKING-STORAGE SECTION.
01  WS-Backup-Status      PIC XX.
01  WS-Audit-Status       PIC XX.
01  WS-Master-Status      PIC XX.
01  WS-Enroll-Status      PIC XX.
01  WS-Term-Status        PIC XX.
01  WS-Term-Eof           PIC X VALUE "N".
    88 Term-Eof           VALUE "Y".
01  WS-Term-Open          PIC X VALUE "N".
    88 TermMaster-Is-Open VALUE "Y".
01  WS-Current-Term       PIC X(6) VALUE SPACES.
01  WS-Event-Term         PIC X(6) VALUE SPACES.

01  WS-Backup-Eof         PIC X VALUE "N".
    88 Backup-Eof         VALUE "Y".
   MOVE BE-CourseCode   TO EN-CourseCode.
   MOVE BE-EnrolledDate TO EN-EnrolledDate.
   MOVE BE-EnrolledTime TO EN-EnrolledTime.
   MOVE BE-TermCode     TO EN-TermCode.
   WRITE EnrollmentRecord
       INVALID KEY
       ADD 1 TO WS-Error-Count
   END-IF.
   OPEN I-O StudentMasterFile.
   OPEN I-O StudentEnrollFile.
*> No TERM-MASTER means replayed enrollments carry no term.
   OPEN INPUT TermMasterFile.
   IF WS-Term-Status = "00"
      MOVE "Y" TO WS-Term-Open
   END-IF.
   PERFORM UNTIL Audit-Eof
      READ StudentAuditFile
          AT END MOVE "Y" TO WS-Audit-Eof
   CLOSE StudentAuditFile.
   CLOSE StudentMasterFile.
   CLOSE StudentEnrollFile.
   IF TermMaster-Is-Open
      CLOSE TermMasterFile
   END-IF.

ApplyAuditEvent.
   EVALUATE TRUE
   MOVE AU-After-CourseCode  TO EN-CourseCode.
   MOVE AU-AuditDate         TO EN-EnrolledDate.
   MOVE AU-AuditTime         TO EN-EnrolledTime.
   PERFORM FindEventTerm.
   MOVE WS-Event-Term        TO EN-TermCode.
   WRITE EnrollmentRecord
       INVALID KEY
       ADD 1 TO WS-Failed-Count
       ADD 1 TO WS-Applied-Count
   END-WRITE.

FindEventTerm.
*> TERM-MASTER does not record when each rollover ran, so the term
*> current on the event date is taken as the first term that had not
*> yet ended - an enrollment keyed in the gap before a term starts
*> belongs to the coming term.  A date after the end of every term
*> falls back to the term marked current.
   MOVE SPACES TO WS-Event-Term.
   MOVE SPACES TO WS-Current-Term.
   IF TermMaster-Is-Open
      MOVE "N" TO WS-Term-Eof
      MOVE LOW-VALUES TO TM-TermCode
      START TermMasterFile KEY IS NOT LESS THAN TM-TermCode
          INVALID KEY MOVE "Y" TO WS-Term-Eof
      END-START
      PERFORM UNTIL Term-Eof OR WS-Event-Term NOT = SPACES
         READ TermMasterFile NEXT RECORD
             AT END MOVE "Y" TO WS-Term-Eof
         END-READ
         IF NOT Term-Eof
            IF Term-Is-Current
               MOVE TM-TermCode TO WS-Current-Term
            END-IF
            IF TM-EndDate NOT < AU-AuditDate
               MOVE TM-TermCode TO WS-Event-Term
            END-IF
         END-IF
      END-PERFORM
      IF WS-Event-Term = SPACES
         MOVE WS-Current-Term TO WS-Event-Term
      END-IF
   END-IF.

ApplyDropEvent.
   MOVE AU-StudentId         TO EN-StudentId.
   MOVE AU-Before-CourseCode TO EN-CourseCode.
