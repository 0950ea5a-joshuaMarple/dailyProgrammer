*> console.  Prints one line per log record to OPERATIONS-REPORT with
*> the status spelled out; a STARTED record with no COMPLETED or
*> ABENDED record after it means the run died without closing out.
*> An ABENDED record written because a STREAM-SCHEDULE predecessor
*> had not completed is followed by a line naming that job.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02  FILLER            PIC X VALUE SPACE.
    02  WSD-OperatorId    PIC X(8).

01  WS-Waiting-Line.
    02  FILLER            PIC X(17) VALUE SPACES.
    02  FILLER            PIC X(11) VALUE "waiting on ".
    02  WSW-MissingJob    PIC X(16).

01  WS-Total-Line.
    02  FILLER            PIC X(16) VALUE "Log records   : ".
    02  WST-Count         PIC ZZZZ9.
   MOVE RC-OperatorId    TO WSD-OperatorId.
   MOVE WS-Detail-Line TO OperationsLine.
   WRITE OperationsLine.
   IF RC-MissingJob NOT = SPACES
      MOVE RC-MissingJob TO WSW-MissingJob
      MOVE WS-Waiting-Line TO OperationsLine
      WRITE OperationsLine
   END-IF.
