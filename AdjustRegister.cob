IDENTIFICATION DIVISION.
PROGRAM-ID.  AdjustRegister.
AUTHOR.  Michael Coughlan.
*> Prints the BILL-ADJUST log as the ADJUST-REGISTER - every change
*> made to STUDENT-BILLING after the termly TuitionBilling run, one
*> line each: the drop credits MaintainStudents, BatchStudentMaint
*> and CourseComplete raise under the refund schedule, and the bills
*> a supplementary TuitionBilling run adds for late enrollments.
*> Control totals at the end give the count and value of credits and
*> of supplementary bills and the net change to the amount billed,
*> so the bursar can square the register with STUDENT-BILLING before
*> anything is sent out.
*>
*> Adjustments dated before FROM-DATE are left off - taken from
*> RUN-PARAMS when the stream runs unattended (no record means the
*> whole log) or from the prompt otherwise, 0 listing everything.
*> Every run is logged to RUN-CONTROL the way BatchStudentLoad logs
*> its runs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BillAdjustFile ASSIGN TO "BILL-ADJUST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Adjust-Status.

    SELECT AdjustReportFile ASSIGN TO "ADJUST-REGISTER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.

    SELECT RunControlFile ASSIGN TO "RUN-CONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

    SELECT StreamScheduleFile ASSIGN TO "STREAM-SCHEDULE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-Status.

    SELECT RunParamsFile ASSIGN TO "RUN-PARAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Params-Status.

DATA DIVISION.
FILE SECTION.
FD  BillAdjustFile.
    COPY BILLADJ.

FD  AdjustReportFile
    LINAGE IS 60 LINES WITH FOOTING AT 55.
01  AdjustLine              PIC X(80).

FD  RunControlFile.
    COPY RUNCTL.

FD  StreamScheduleFile.
    COPY STRMSCHD.

FD  RunParamsFile.
    COPY RUNPARM.

WORKING-STORAGE SECTION.
01  WS-Adjust-Status      PIC XX.
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
01  WS-Params-Status      PIC XX.
01  WS-Operator-Id        PIC X(8) VALUE "BATCH".

01  WS-Adjust-Eof         PIC X VALUE "N".
    88 Adjust-Eof         VALUE "Y".
01  WS-Params-Eof         PIC X VALUE "N".
    88 Params-Eof         VALUE "Y".

01  WS-Param-Found        PIC X VALUE "N".
01  WS-Param-Value        PIC X(20).
01  WS-From-X             PIC X(8).
01  WS-From-Date          PIC 9(8) VALUE 0.

01  WS-Run-Status         PIC X.
01  WS-Read-Count         PIC 9(7) VALUE 0.
01  WS-Listed-Count       PIC 9(7) VALUE 0.
01  WS-Unknown-Count      PIC 9(7) VALUE 0.
01  WS-Credit-Count       PIC 9(7) VALUE 0.
01  WS-Supp-Count         PIC 9(7) VALUE 0.
01  WS-Credit-Total       PIC 9(9)V99 VALUE 0.
01  WS-Supp-Total         PIC 9(9)V99 VALUE 0.
01  WS-Net-Total          PIC S9(9)V99 VALUE 0.

01  CurrentDate           PIC 9(8).
01  CurrentTime           PIC 9(8).

01  WS-Heading-1.
    02  FILLER            PIC X(24) VALUE "BILLING ADJUSTMENTS".
    02  FILLER            PIC X(6)  VALUE "as of ".
    02  WSH-RunDate       PIC 9(8).
    02  FILLER            PIC X(8)  VALUE "  from ".
    02  WSH-FromDate      PIC 9(8).
01  WS-Heading-2.
    02  FILLER            PIC X(9)  VALUE "Date".
    02  FILLER            PIC X(8)  VALUE "Id".
    02  FILLER            PIC X(5)  VALUE "Crse".
    02  FILLER            PIC X(4)  VALUE "Typ".
    02  FILLER            PIC X(10) VALUE "      Fee".
    02  FILLER            PIC X(4)  VALUE " Wk".
    02  FILLER            PIC X(4)  VALUE "  %".
    02  FILLER            PIC X(10) VALUE "   Amount".
    02  FILLER            PIC X(17) VALUE "Source".
    02  FILLER            PIC X(8)  VALUE "Operator".

01  WS-Detail-Line.
    02  WSD-AdjDate       PIC 9(8).
    02  FILLER            PIC X VALUE SPACE.
    02  WSD-StudentId     PIC 9(7).
    02  FILLER            PIC X VALUE SPACE.
    02  WSD-CourseCode    PIC X(4).
    02  FILLER            PIC X VALUE SPACE.
    02  WSD-AdjType       PIC X(3).
    02  FILLER            PIC X VALUE SPACE.
    02  WSD-TuitionFee    PIC ZZ,ZZ9.99.
    02  FILLER            PIC X VALUE SPACE.
    02  WSD-WeekNo        PIC ZZ9.
    02  FILLER            PIC X VALUE SPACE.
    02  WSD-RefundPct     PIC ZZ9.
    02  FILLER            PIC X VALUE SPACE.
    02  WSD-Amount        PIC ZZ,ZZ9.99.
    02  FILLER            PIC X VALUE SPACE.
    02  WSD-Source        PIC X(16).
    02  FILLER            PIC X VALUE SPACE.
    02  WSD-OperatorId    PIC X(8).

01  WS-Total-Line-1.
    02  FILLER            PIC X(24) VALUE "Credits raised       : ".
    02  WST-Credit-Count  PIC ZZZZZZ9.
    02  FILLER            PIC X(3)  VALUE SPACES.
    02  WST-Credit-Total  PIC ZZZ,ZZZ,ZZ9.99.
01  WS-Total-Line-2.
    02  FILLER            PIC X(24) VALUE "Supplementary bills  : ".
    02  WST-Supp-Count    PIC ZZZZZZ9.
    02  FILLER            PIC X(3)  VALUE SPACES.
    02  WST-Supp-Total    PIC ZZZ,ZZZ,ZZ9.99.
01  WS-Total-Line-3.
    02  FILLER            PIC X(34) VALUE "Net change to billed :".
    02  WST-Net-Total     PIC -ZZZ,ZZZ,ZZ9.99.
01  WS-Total-Line-4.
    02  FILLER            PIC X(24) VALUE "Unknown type (ignored): ".
    02  WST-Unknown-Count PIC ZZZZZZ9.

PROCEDURE DIVISION.
Begin.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   PERFORM CheckPredecessors.
   PERFORM OpenRunControl.
   MOVE "S" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   PERFORM GetFromDate.
   PERFORM OpenFiles.
   PERFORM WriteRegisterHeading.
   PERFORM UNTIL Adjust-Eof
      READ BillAdjustFile
          AT END MOVE "Y" TO WS-Adjust-Eof
      END-READ
      IF NOT Adjust-Eof
         ADD 1 TO WS-Read-Count
         IF BA-AdjDate NOT < WS-From-Date
            PERFORM ListOneAdjustment
         END-IF
      END-IF
   END-PERFORM.
   PERFORM WriteRegisterTotals.
   CLOSE BillAdjustFile.
   CLOSE AdjustReportFile.
   MOVE "C" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   CLOSE RunControlFile.
   DISPLAY "Adjustments read   : " WS-Read-Count.
   DISPLAY "Adjustments listed : " WS-Listed-Count.
   DISPLAY "Credits raised     : " WS-Credit-Count.
   DISPLAY "Supplementary bills: " WS-Supp-Count.
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
            IF SS-ProgramName = "AdjustRegister"
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
      DISPLAY "AdjustRegister cannot start - " WS-Missing-Job
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
   MOVE "AdjustRegister"  TO RC-ProgramName.
   MOVE CurrentDate       TO RC-RunDate.
   MOVE CurrentTime       TO RC-RunTime.
   MOVE WS-Run-Status     TO RC-Status.
   MOVE WS-Read-Count     TO RC-ReadCount.
   MOVE WS-Listed-Count   TO RC-LoadedCount.
   MOVE WS-Unknown-Count  TO RC-RejectedCount.
   MOVE WS-Missing-Job TO RC-MissingJob.
   MOVE WS-Operator-Id TO RC-OperatorId
   WRITE RunControlRecord.

AbendRun.
   MOVE "A" TO WS-Run-Status.
   PERFORM WriteRunRecord.
   CLOSE RunControlFile.
   STOP RUN.

GetFromDate.
*> With a RUN-PARAMS file present this run is unattended - take the
*> date from the FROM-DATE record, listing the whole log when there
*> is none.  With no RUN-PARAMS file, prompt as always.
   OPEN INPUT RunParamsFile.
   IF WS-Params-Status = "00"
      PERFORM FindFromDateParam
      CLOSE RunParamsFile
      IF WS-Param-Found = "Y"
         MOVE WS-Param-Value (1:8) TO WS-From-X
         IF WS-From-X NOT NUMERIC
            DISPLAY "RUN-PARAMS FROM-DATE [" WS-From-X "] is not"
                    " numeric - run abandoned"
            PERFORM AbendRun
         END-IF
         MOVE WS-From-X TO WS-From-Date
      END-IF
   ELSE
      DISPLAY "List adjustments made on or after (YYYYMMDD,"
              " 0 for all): "
      ACCEPT WS-From-Date
   END-IF.

FindFromDateParam.
   MOVE "N" TO WS-Param-Found.
   MOVE "N" TO WS-Params-Eof.
   PERFORM UNTIL Params-Eof
      READ RunParamsFile
          AT END MOVE "Y" TO WS-Params-Eof
      END-READ
      IF NOT Params-Eof
         IF RP-ProgramName = "AdjustRegister"
            AND RP-Keyword = "FROM-DATE"
            MOVE RP-Value TO WS-Param-Value
            MOVE "Y" TO WS-Param-Found
         END-IF
      END-IF
   END-PERFORM.

OpenFiles.
   OPEN INPUT BillAdjustFile.
   IF WS-Adjust-Status NOT = "00"
      DISPLAY "Unable to open BILL-ADJUST - status " WS-Adjust-Status
      PERFORM AbendRun
   END-IF.
   OPEN OUTPUT AdjustReportFile.
   IF WS-Report-Status NOT = "00"
      DISPLAY "Unable to open ADJUST-REGISTER - status "
              WS-Report-Status
      PERFORM AbendRun
   END-IF.

ListOneAdjustment.
   EVALUATE TRUE
       WHEN Adj-Is-Credit
          MOVE "CR"  TO WSD-AdjType
          ADD 1 TO WS-Credit-Count
          ADD BA-Amount TO WS-Credit-Total
       WHEN Adj-Is-Supplementary
          MOVE "SUP" TO WSD-AdjType
          ADD 1 TO WS-Supp-Count
          ADD BA-Amount TO WS-Supp-Total
       WHEN OTHER
          MOVE "???" TO WSD-AdjType
          ADD 1 TO WS-Unknown-Count
   END-EVALUATE.
   MOVE BA-AdjDate     TO WSD-AdjDate.
   MOVE BA-StudentId   TO WSD-StudentId.
   MOVE BA-CourseCode  TO WSD-CourseCode.
   MOVE BA-TuitionFee  TO WSD-TuitionFee.
   MOVE BA-WeekNo      TO WSD-WeekNo.
   MOVE BA-RefundPct   TO WSD-RefundPct.
   MOVE BA-Amount      TO WSD-Amount.
   MOVE BA-Source      TO WSD-Source.
   MOVE BA-OperatorId  TO WSD-OperatorId.
   MOVE WS-Detail-Line TO AdjustLine.
   WRITE AdjustLine AFTER ADVANCING 1 LINE.
   ADD 1 TO WS-Listed-Count.

WriteRegisterHeading.
   MOVE CurrentDate  TO WSH-RunDate.
   MOVE WS-From-Date TO WSH-FromDate.
   MOVE WS-Heading-1 TO AdjustLine.
   WRITE AdjustLine AFTER ADVANCING PAGE.
   MOVE SPACES TO AdjustLine.
   WRITE AdjustLine AFTER ADVANCING 1 LINE.
   MOVE WS-Heading-2 TO AdjustLine.
   WRITE AdjustLine AFTER ADVANCING 1 LINE.

WriteRegisterTotals.
*> Credits take money off what was billed, supplementary bills add it.
   COMPUTE WS-Net-Total = WS-Supp-Total - WS-Credit-Total.
   MOVE SPACES TO AdjustLine.
   WRITE AdjustLine AFTER ADVANCING 1 LINE.
   MOVE WS-Credit-Count TO WST-Credit-Count.
   MOVE WS-Credit-Total TO WST-Credit-Total.
   MOVE WS-Total-Line-1 TO AdjustLine.
   WRITE AdjustLine AFTER ADVANCING 1 LINE.
   MOVE WS-Supp-Count TO WST-Supp-Count.
   MOVE WS-Supp-Total TO WST-Supp-Total.
   MOVE WS-Total-Line-2 TO AdjustLine.
   WRITE AdjustLine AFTER ADVANCING 1 LINE.
   MOVE WS-Net-Total TO WST-Net-Total.
   MOVE WS-Total-Line-3 TO AdjustLine.
   WRITE AdjustLine AFTER ADVANCING 1 LINE.
   IF WS-Unknown-Count > ZERO
      MOVE WS-Unknown-Count TO WST-Unknown-Count
      MOVE WS-Total-Line-4 TO AdjustLine
      WRITE AdjustLine AFTER ADVANCING 1 LINE
   END-IF.
