      *> Refund schedule applied when an enrollment leaves after it has
      *> been billed - working storage for the RaiseDropCredit logic in
      *> every program that drops an enrollment.  The week of term is
      *> counted from RF-FromDate - the TM-StartDate of the bill's term
      *> when BL-TermCode is on TERM-MASTER, otherwise the bill's
      *> BL-BilledDate - as days since then / 7, plus one (a drop
      *> before the term starts is week 1), and the first step whose
      *> RF-ToWeek it does not pass gives the share of the fee credited
      *> back:
      *>    week 1       100 per cent
      *>    weeks 2-3     50 per cent
      *>    after that   nothing
      *> Add a step by widening RF-Schedule-Values, raising the OCCURS
      *> and RF-Steps together, keeping the weeks in ascending order.
       01  RF-Schedule-Values.
           02  FILLER             PIC X(5) VALUE "01100".
           02  FILLER             PIC X(5) VALUE "03050".
       01  RF-Schedule REDEFINES RF-Schedule-Values.
           02  RF-Step OCCURS 2 TIMES.
               03  RF-ToWeek      PIC 99.
               03  RF-Percent     PIC 9(3).
       01  RF-Steps               PIC 9 VALUE 2.
       01  RF-Idx                 PIC 9.
       01  RF-DropDate            PIC 9(8).
       01  RF-FromDate            PIC 9(8).
       01  RF-Days                PIC S9(7).
       01  RF-Week                PIC 9(3).
       01  RF-Refund-Pct          PIC 9(3).
       01  RF-Credit              PIC 9(5)V99.
       01  RF-Credit-Left         PIC 9(5)V99.
