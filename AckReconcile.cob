        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

    SELECT StreamScheduleFile ASSIGN TO "STREAM-SCHEDULE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-Status.

DATA DIVISION.
FILE SECTION.
FD  ExtractFile.
FD  RunControlFile.
    COPY RUNCTL.

FD  StreamScheduleFile.
    COPY STRMSCHD.

WORKING-STORAGE SECTION.
01  WS-Extract-Status     PIC XX.
01  WS-Ack-Status         PIC XX.
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
01  WS-Exceptions-Total   PIC 9(7).
PROCEDURE DIVISION.
Begin.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   PERFORM CheckPredecessors.
   PERFORM OpenRunControl.
   MOVE "S" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   DISPLAY "Acks for unsent records : " WS-Unknown-Count.
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
            IF SS-ProgramName = "AckReconcile"
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
      DISPLAY "AckReconcile cannot start - " WS-Missing-Job
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
   MOVE WS-Ack-Detail-Count TO RC-ReadCount.
   MOVE WS-Sent-Used      TO RC-LoadedCount.
   MOVE WS-Exceptions-Total TO RC-RejectedCount.
   MOVE WS-Missing-Job    TO RC-MissingJob.
   MOVE WS-Operator-Id    TO RC-OperatorId.
   WRITE RunControlRecord.

