      *>                                      supervisor)
      *>    BatchStudentLoad  RERUN-OVERRIDE  Y or N
      *>    TuitionBilling    RERUN-OVERRIDE  Y or N
      *>                      BILL-MODE       F or S (optional, F)
      *>                      TERM            term code or ALL
      *>                                      (optional, current)
      *>    AttendPosting     RERUN-OVERRIDE  Y or N
      *>                      AT-RISK-PCT     001-100 (optional, 075)
      *>    CourseComplete    AT-RISK-PCT     001-100 (optional, 075)
      *>    AcademicStanding  DEANS-GPA       9V99 (optional, 350)
      *>                      PROBATION-GPA   9V99 (optional, 200)
      *>    AdjustRegister    FROM-DATE       YYYYMMDD (optional, all)
      *>    RosterReport      GROUP-BY        C or I (optional, C)
      *>                      TERM            term code or ALL
      *>                                      (optional, current)
      *>    EnrollmentStats   TERM            term code or ALL
      *>                                      (optional, current)
      *>    StreamStatus      STREAM-DATE     YYYYMMDD (optional, today)
      *>    TermRollover      UPLIFT-PCT      000-100 (optional, 000)
       01  RunParamRecord.
           02  RP-ProgramName     PIC X(16).
           02  RP-Keyword         PIC X(14).
