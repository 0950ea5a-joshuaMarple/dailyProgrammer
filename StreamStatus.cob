IDENTIFICATION DIVISION.
PROGRAM-ID.  StreamStatus.
AUTHOR.  Michael Coughlan.
*> Morning stream-status report for whoever is on call.  Every job
*> named on STREAM-SCHEDULE - as a job or as somebody's predecessor -
*> gets one line on STREAM-REPORT saying what became of it on the
*> stream date according to RUN-CONTROL:
*>    COMPLETED     its last record that day is a "C"
*>    ABENDED       its last record is an "A" (naming the predecessor
*>                  it was waiting on, when that was the reason), or
*>                  it started and never wrote a closing record
*>    MISSING       nothing on RUN-CONTROL for it that day at all
*>    OUT OF ORDER  it completed, but started before one of its
*>                  predecessors had completed
*> followed by a count of each, so "what didn't happen overnight" is
*> the first thing read at 7am rather than something found out when
*> the registry office phones.
*>
*> The stream date is today unless RUN-PARAMS carries a STREAM-DATE
*> record (for re-printing an earlier night); with no RUN-PARAMS file
*> the operator is asked, 0 meaning today.  Like RunControlReport
*> this only reads the log, so it writes nothing to RUN-CONTROL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StreamScheduleFile ASSIGN TO "STREAM-SCHEDULE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-Status.

    SELECT RunControlFile ASSIGN TO "RUN-CONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

    SELECT RunParamsFile ASSIGN TO "RUN-PARAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Params-Status.

    SELECT StreamReportFile ASSIGN TO "STREAM-REPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  StreamScheduleFile.
    COPY STRMSCHD.

FD  RunControlFile.
    COPY RUNCTL.

FD  RunParamsFile.
    COPY RUNPARM.

FD  StreamReportFile.
01  StreamLine             PIC X(80).

WORKING-STORAGE SECTION.
01  WS-Stream-Status      PIC XX.
01  WS-RunCtl-Status      PIC XX.
01  WS-Params-Status      PIC XX.
01  WS-Report-Status      PIC XX.

01  WS-Stream-Eof         PIC X VALUE "N".
    88 Stream-Eof         VALUE "Y".
01  WS-RunCtl-Eof         PIC X VALUE "N".
    88 RunCtl-Eof         VALUE "Y".
01  WS-Params-Eof         PIC X VALUE "N".
    88 Params-Eof         VALUE "Y".

01  WS-Param-Found        PIC X VALUE "N".
01  WS-Param-Value        PIC X(20).
01  WS-Date-X             PIC X(8).
01  WS-Stream-Date        PIC 9(8) VALUE 0.
01  CurrentDate           PIC 9(8).

*> One entry per job on the schedule.  Times are the RC-RunTime
*> values of the job's records on the stream date: the start of the
*> latest run, the start of the run that last completed, the first
*> completion (what a successor has to wait for) and the last end.
01  WS-Job-Count          PIC 99 VALUE 0.
01  WS-Job-Table.
    02  WS-Job-Entry OCCURS 50 TIMES.
        03  JB-Name          PIC X(16).
        03  JB-Outcome       PIC X.
            88 Job-Not-Seen      VALUE SPACE.
            88 Job-Started       VALUE "S".
            88 Job-Completed     VALUE "C".
            88 Job-Abended       VALUE "A".
        03  JB-StartTime     PIC 9(8).
        03  JB-RunStart      PIC 9(8).
        03  JB-FirstDone     PIC 9(8).
        03  JB-EndTime       PIC 9(8).
        03  JB-MissingJob    PIC X(16).

*> One entry per STREAM-SCHEDULE record that names a predecessor.
01  WS-Dep-Count          PIC 999 VALUE 0.
01  WS-Dep-Table.
    02  WS-Dep-Entry OCCURS 200 TIMES.
        03  DP-JobIdx        PIC 99.
        03  DP-PredIdx       PIC 99.

01  WS-Job-Idx            PIC 99.
01  WS-Pred-Idx           PIC 99.
01  WS-Dep-Idx            PIC 999.
01  WS-Found-Idx          PIC 99.
01  WS-Look-Name          PIC X(16).
01  WS-Late-Pred          PIC X(16).

01  WS-Completed-Count    PIC 99 VALUE 0.
01  WS-Abended-Count      PIC 99 VALUE 0.
01  WS-Missing-Count      PIC 99 VALUE 0.
01  WS-Order-Count        PIC 99 VALUE 0.

01  WS-Heading-1.
    02  FILLER            PIC X(28) VALUE "OVERNIGHT STREAM STATUS FOR".
    02  WSH-StreamDate    PIC 9(8).
01  WS-Heading-2.
    02  FILLER            PIC X(17) VALUE "Job".
    02  FILLER            PIC X(13) VALUE "Status".
    02  FILLER            PIC X(9)  VALUE "Started".
    02  FILLER            PIC X(9)  VALUE "Ended".
    02  FILLER            PIC X(32) VALUE "Remarks".

01  WS-Detail-Line.
    02  WSD-JobName       PIC X(16).
    02  FILLER            PIC X VALUE SPACE.
    02  WSD-Status        PIC X(12).
    02  FILLER            PIC X VALUE SPACE.
    02  WSD-StartTime     PIC X(8).
    02  FILLER            PIC X VALUE SPACE.
    02  WSD-EndTime       PIC X(8).
    02  FILLER            PIC X VALUE SPACE.
    02  WSD-Remarks       PIC X(32).

01  WS-Total-Line.
    02  WST-Label         PIC X(16).
    02  WST-Count         PIC Z9.

PROCEDURE DIVISION.
Begin.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   PERFORM GetStreamDate.
   PERFORM LoadSchedule.
   PERFORM ScanRunControl.
   OPEN OUTPUT StreamReportFile.
   IF WS-Report-Status NOT = "00"
      DISPLAY "Unable to open STREAM-REPORT - status " WS-Report-Status
      STOP RUN
   END-IF.
   MOVE WS-Stream-Date TO WSH-StreamDate.
   MOVE WS-Heading-1 TO StreamLine.
   WRITE StreamLine.
   MOVE SPACES TO StreamLine.
   WRITE StreamLine.
   MOVE WS-Heading-2 TO StreamLine.
   WRITE StreamLine.
   PERFORM VARYING WS-Job-Idx FROM 1 BY 1
           UNTIL WS-Job-Idx > WS-Job-Count
      PERFORM WriteJobLine
   END-PERFORM.
   PERFORM WriteTotals.
   CLOSE StreamReportFile.
   DISPLAY "Jobs scheduled : " WS-Job-Count.
   DISPLAY "Not completed  : " WS-Abended-Count " abended, "
           WS-Missing-Count " missing, "
           WS-Order-Count " out of order".
   STOP RUN.

GetStreamDate.
*> With a RUN-PARAMS file present the report is unattended - take
*> the date from the STREAM-DATE record, today when there is none.
*> With no RUN-PARAMS file, prompt as always.
   OPEN INPUT RunParamsFile.
   IF WS-Params-Status = "00"
      PERFORM FindStreamDateParam
      CLOSE RunParamsFile
      IF WS-Param-Found = "Y"
         MOVE WS-Param-Value (1:8) TO WS-Date-X
         IF WS-Date-X NOT NUMERIC
            DISPLAY "RUN-PARAMS STREAM-DATE [" WS-Date-X "] is not"
                    " numeric - report abandoned"
            STOP RUN
         END-IF
         MOVE WS-Date-X TO WS-Stream-Date
      END-IF
   ELSE
      DISPLAY "Report on the stream run on (YYYYMMDD, 0 for today): "
      ACCEPT WS-Stream-Date
   END-IF.
   IF WS-Stream-Date = ZERO
      MOVE CurrentDate TO WS-Stream-Date
   END-IF.

FindStreamDateParam.
   MOVE "N" TO WS-Param-Found.
   MOVE "N" TO WS-Params-Eof.
   PERFORM UNTIL Params-Eof
      READ RunParamsFile
          AT END MOVE "Y" TO WS-Params-Eof
      END-READ
      IF NOT Params-Eof
         IF RP-ProgramName = "StreamStatus"
            AND RP-Keyword = "STREAM-DATE"
            MOVE RP-Value TO WS-Param-Value
            MOVE "Y" TO WS-Param-Found
         END-IF
      END-IF
   END-PERFORM.

LoadSchedule.
*> Every name on the schedule becomes a job in the order it is first
*> met, predecessors included - a predecessor nobody scheduled in its
*> own right is still expected to have run.
   OPEN INPUT StreamScheduleFile.
   IF WS-Stream-Status NOT = "00"
      DISPLAY "Unable to open STREAM-SCHEDULE - status "
              WS-Stream-Status
      STOP RUN
   END-IF.
   PERFORM UNTIL Stream-Eof
      READ StreamScheduleFile
          AT END MOVE "Y" TO WS-Stream-Eof
      END-READ
      IF NOT Stream-Eof AND SS-ProgramName NOT = SPACES
         MOVE SS-ProgramName TO WS-Look-Name
         PERFORM AddJob
         MOVE WS-Found-Idx TO WS-Job-Idx
         IF SS-Predecessor NOT = SPACES
            MOVE SS-Predecessor TO WS-Look-Name
            PERFORM AddJob
            IF WS-Dep-Count < 200
               AND WS-Job-Idx > ZERO AND WS-Found-Idx > ZERO
               ADD 1 TO WS-Dep-Count
               MOVE WS-Job-Idx   TO DP-JobIdx (WS-Dep-Count)
               MOVE WS-Found-Idx TO DP-PredIdx (WS-Dep-Count)
            END-IF
         END-IF
      END-IF
   END-PERFORM.
   CLOSE StreamScheduleFile.

AddJob.
   PERFORM FindJob.
   IF WS-Found-Idx = ZERO AND WS-Job-Count < 50
      ADD 1 TO WS-Job-Count
      MOVE WS-Job-Count TO WS-Found-Idx
      MOVE WS-Look-Name TO JB-Name (WS-Found-Idx)
      MOVE SPACE        TO JB-Outcome (WS-Found-Idx)
      MOVE ZERO         TO JB-StartTime (WS-Found-Idx)
      MOVE ZERO         TO JB-RunStart (WS-Found-Idx)
      MOVE ZERO         TO JB-FirstDone (WS-Found-Idx)
      MOVE ZERO         TO JB-EndTime (WS-Found-Idx)
      MOVE SPACES       TO JB-MissingJob (WS-Found-Idx)
   END-IF.

FindJob.
   MOVE ZERO TO WS-Found-Idx.
   PERFORM VARYING WS-Pred-Idx FROM 1 BY 1
           UNTIL WS-Pred-Idx > WS-Job-Count OR WS-Found-Idx > ZERO
      IF JB-Name (WS-Pred-Idx) = WS-Look-Name
         MOVE WS-Pred-Idx TO WS-Found-Idx
      END-IF
   END-PERFORM.

ScanRunControl.
*> RUN-CONTROL is appended to as jobs run, so reading it front to
*> back leaves each job's entry describing its last run of the day.
   OPEN INPUT RunControlFile.
   IF WS-RunCtl-Status = "00"
      PERFORM UNTIL RunCtl-Eof
         READ RunControlFile
             AT END MOVE "Y" TO WS-RunCtl-Eof
         END-READ
         IF NOT RunCtl-Eof AND RC-RunDate = WS-Stream-Date
            MOVE RC-ProgramName TO WS-Look-Name
            PERFORM FindJob
            IF WS-Found-Idx > ZERO
               PERFORM RecordJobEvent
            END-IF
         END-IF
      END-PERFORM
      CLOSE RunControlFile
   END-IF.

RecordJobEvent.
   EVALUATE RC-Status
       WHEN "S"
       WHEN "R"
          MOVE "S"        TO JB-Outcome (WS-Found-Idx)
          MOVE RC-RunTime TO JB-StartTime (WS-Found-Idx)
          MOVE ZERO       TO JB-EndTime (WS-Found-Idx)
          MOVE SPACES     TO JB-MissingJob (WS-Found-Idx)
       WHEN "C"
          MOVE "C"        TO JB-Outcome (WS-Found-Idx)
          MOVE RC-RunTime TO JB-EndTime (WS-Found-Idx)
          MOVE JB-StartTime (WS-Found-Idx)
                          TO JB-RunStart (WS-Found-Idx)
          IF JB-FirstDone (WS-Found-Idx) = ZERO
             MOVE RC-RunTime TO JB-FirstDone (WS-Found-Idx)
          END-IF
       WHEN "A"
          MOVE "A"           TO JB-Outcome (WS-Found-Idx)
          MOVE RC-RunTime    TO JB-EndTime (WS-Found-Idx)
          MOVE RC-MissingJob TO JB-MissingJob (WS-Found-Idx)
          IF RC-MissingJob NOT = SPACES
             MOVE ZERO TO JB-StartTime (WS-Found-Idx)
          END-IF
   END-EVALUATE.

WriteJobLine.
   MOVE SPACES TO WS-Detail-Line.
   MOVE JB-Name (WS-Job-Idx) TO WSD-JobName.
   IF JB-StartTime (WS-Job-Idx) NOT = ZERO
      MOVE JB-StartTime (WS-Job-Idx) TO WSD-StartTime
   END-IF.
   IF JB-EndTime (WS-Job-Idx) NOT = ZERO
      MOVE JB-EndTime (WS-Job-Idx) TO WSD-EndTime
   END-IF.
   EVALUATE TRUE
       WHEN Job-Not-Seen (WS-Job-Idx)
          MOVE "MISSING" TO WSD-Status
          MOVE "no RUN-CONTROL record" TO WSD-Remarks
          ADD 1 TO WS-Missing-Count
       WHEN Job-Started (WS-Job-Idx)
          MOVE "ABENDED" TO WSD-Status
          MOVE "started, never ended" TO WSD-Remarks
          ADD 1 TO WS-Abended-Count
       WHEN Job-Abended (WS-Job-Idx)
          MOVE "ABENDED" TO WSD-Status
          IF JB-MissingJob (WS-Job-Idx) NOT = SPACES
             STRING "waiting on " DELIMITED BY SIZE
                    JB-MissingJob (WS-Job-Idx) DELIMITED BY SPACE
                    INTO WSD-Remarks
             END-STRING
          END-IF
          ADD 1 TO WS-Abended-Count
       WHEN OTHER
          PERFORM CheckJobOrder
          IF WS-Late-Pred = SPACES
             MOVE "COMPLETED" TO WSD-Status
             ADD 1 TO WS-Completed-Count
          ELSE
             MOVE "OUT OF ORDER" TO WSD-Status
             STRING "ran before " DELIMITED BY SIZE
                    WS-Late-Pred DELIMITED BY SPACE
                    INTO WSD-Remarks
             END-STRING
             ADD 1 TO WS-Order-Count
          END-IF
   END-EVALUATE.
   MOVE WS-Detail-Line TO StreamLine.
   WRITE StreamLine.

CheckJobOrder.
*> The run that completed must not have started before every
*> predecessor's first completion of the day.
   MOVE SPACES TO WS-Late-Pred.
   PERFORM VARYING WS-Dep-Idx FROM 1 BY 1
           UNTIL WS-Dep-Idx > WS-Dep-Count OR WS-Late-Pred NOT = SPACES
      IF DP-JobIdx (WS-Dep-Idx) = WS-Job-Idx
         MOVE DP-PredIdx (WS-Dep-Idx) TO WS-Pred-Idx
         IF JB-FirstDone (WS-Pred-Idx) = ZERO
            OR JB-FirstDone (WS-Pred-Idx) > JB-RunStart (WS-Job-Idx)
            MOVE JB-Name (WS-Pred-Idx) TO WS-Late-Pred
         END-IF
      END-IF
   END-PERFORM.

WriteTotals.
   MOVE SPACES TO StreamLine.
   WRITE StreamLine.
   MOVE "Completed     : " TO WST-Label.
   MOVE WS-Completed-Count TO WST-Count.
   MOVE WS-Total-Line TO StreamLine.
   WRITE StreamLine.
   MOVE "Abended       : " TO WST-Label.
   MOVE WS-Abended-Count TO WST-Count.
   MOVE WS-Total-Line TO StreamLine.
   WRITE StreamLine.
   MOVE "Missing       : " TO WST-Label.
   MOVE WS-Missing-Count TO WST-Count.
   MOVE WS-Total-Line TO StreamLine.
   WRITE StreamLine.
   MOVE "Out of order  : " TO WST-Label.
   MOVE WS-Order-Count TO WST-Count.
   MOVE WS-Total-Line TO StreamLine.
   WRITE StreamLine.
