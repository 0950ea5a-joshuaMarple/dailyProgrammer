*> COURSE-MASTER and lists any enrollment pointing at a course that no
*> longer exists on the INTEGRITY-REPORT file, so the unload doubles
*> as the nightly integrity check.
*>
*> Every run is logged to RUN-CONTROL like the other batch programs
*> ("S" at the start, "C" with the unload and orphan counts at the
*> end, "A" if a file cannot be opened), since StudentPurge must not
*> run overnight until tonight's backup has completed.
*>
*> Each "E" record carries the enrollment's term code in what was
*> spare space on the record, so the record length is unchanged; a
*> backup taken before the term calendar reloads with blank terms.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
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
FD  StudentMasterFile.
                            ==:DESC-NAME:==   BY ==CM-CourseDesc==
                            ==:SEATS-NAME:==  BY ==CM-MaxSeats==
                            ==:ENROLLED-NAME:== BY ==CM-EnrolledCount==
                            ==:FEE-NAME:==    BY ==CM-TuitionFee==
                            ==:INSTR-NAME:==  BY ==CM-InstructorId==.

FD  BackupFile.
01  BackupDetailRecord.
    02  BE-CourseCode      PIC X(4).
    02  BE-EnrolledDate    PIC 9(8).
    02  BE-EnrolledTime    PIC 9(8).
    02  BE-TermCode        PIC X(6).
    02  FILLER             PIC X(5).
01  BackupTrailerRecord.
    02  BT-RecordType      PIC X.
    02  BT-RecordCount     PIC 9(7).
FD  IntegrityReportFile.
01  IntegrityLine          PIC X(80).

FD  RunControlFile.
    COPY RUNCTL.

FD  StreamScheduleFile.
    COPY STRMSCHD.

WORKING-STORAGE SECTION.
01  WS-Master-Status      PIC XX.
01  WS-Enroll-Status      PIC XX.
01  WS-Course-Status      PIC XX.
01  WS-Backup-Status      PIC XX.
01  WS-Report-Status      PIC XX.
01  WS-RunCtl-Status      PIC XX.
01  WS-Stream-Status      PIC XX.
01  WS-Stream-Eof         PIC X VALUE "N".
    88 Stream-Eof         VALUE "Y".
01  WS-Pred-Scan-Eof      PIC X VALUE "N".
    88 Pred-Scan-Eof      VALUE "Y".
01  WS-Pred-Count         PIC 99 VALUE 0.
01  WS-Pred-Idx           PIC 99.
01  WS-Pred-Table.
    02  WS-Pred-Entry OCCURS 10 TIMES.
        03  WS-Pred-Name  PIC X(16).
        03  WS-Pred-Done  PIC X.
01  WS-Missing-Job        PIC X(16) VALUE SPACES.
01  WS-Operator-Id        PIC X(8) VALUE "BATCH".
01  WS-Run-Status         PIC X.
01  CurrentDate           PIC 9(8).
01  CurrentTime           PIC 9(8).

01  WS-Master-Eof         PIC X VALUE "N".
    88 Master-Eof         VALUE "Y".

PROCEDURE DIVISION.
Begin.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   PERFORM CheckPredecessors.
   PERFORM OpenRunControl.
   MOVE "S" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   PERFORM OpenFiles.
   PERFORM UNTIL Master-Eof
      READ StudentMasterFile NEXT RECORD
   END-PERFORM.
   PERFORM WriteBackupTrailer.
   PERFORM CloseFiles.
   MOVE "C" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   CLOSE RunControlFile.
   DISPLAY "Records unloaded      : " WS-Unloaded-Count.
   DISPLAY "Orphaned course codes : " WS-Orphan-Count.
   STOP RUN.
   OPEN INPUT StudentMasterFile.
   IF WS-Master-Status NOT = "00"
      DISPLAY "Unable to open STUDENT-MASTER - status " WS-Master-Status
      PERFORM AbendRun
   END-IF.
   OPEN INPUT StudentEnrollFile.
   IF WS-Enroll-Status NOT = "00"
      DISPLAY "Unable to open STUDENT-ENROLL - status " WS-Enroll-Status
      PERFORM AbendRun
   END-IF.
   OPEN INPUT CourseMasterFile.
   IF WS-Course-Status NOT = "00"
      DISPLAY "Unable to open COURSE-MASTER - status " WS-Course-Status
      PERFORM AbendRun
   END-IF.
   OPEN OUTPUT BackupFile.
   IF WS-Backup-Status NOT = "00"
      DISPLAY "Unable to open STUDENT-BACKUP - status " WS-Backup-Status
      PERFORM AbendRun
   END-IF.
   OPEN OUTPUT IntegrityReportFile.

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
            IF SS-ProgramName = "StudentUnload"
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
      DISPLAY "StudentUnload cannot start - " WS-Missing-Job
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
   MOVE "StudentUnload"   TO RC-ProgramName.
   MOVE CurrentDate       TO RC-RunDate.
   MOVE CurrentTime       TO RC-RunTime.
   MOVE WS-Run-Status     TO RC-Status.
   MOVE WS-Unloaded-Count TO RC-ReadCount.
   MOVE WS-Unloaded-Count TO RC-LoadedCount.
   MOVE WS-Orphan-Count   TO RC-RejectedCount.
   MOVE WS-Missing-Job TO RC-MissingJob.
   MOVE WS-Operator-Id TO RC-OperatorId
   WRITE RunControlRecord.

AbendRun.
   MOVE "A" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   CLOSE RunControlFile.
   STOP RUN.

CloseFiles.
   CLOSE StudentMasterFile.
   CLOSE StudentEnrollFile.
   MOVE EN-CourseCode   TO BE-CourseCode.
   MOVE EN-EnrolledDate TO BE-EnrolledDate.
   MOVE EN-EnrolledTime TO BE-EnrolledTime.
   MOVE EN-TermCode     TO BE-TermCode.
   WRITE BackupEnrollRecord.
   ADD 1 TO WS-Unloaded-Count.
   ADD EN-StudentId TO WS-IdSum.
