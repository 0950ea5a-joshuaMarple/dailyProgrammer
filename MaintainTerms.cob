IDENTIFICATION DIVISION.
PROGRAM-ID.  MaintainTerms.
AUTHOR.  Michael Coughlan.
*> Menu-driven Add/Change/Delete/Inquire maintenance of TERM-MASTER,
*> the term calendar, keyed by TermCode and built the same way
*> MaintainInstructors maintains INSTRUCTOR-MASTER.  Creates an empty
*> TERM-MASTER on first use.  Each term carries its start and end
*> dates, the date its billing run falls due and its add/drop
*> deadline, all keyed as YYYYMMDD.  The term must end after it
*> starts, and the add/drop deadline and billing date must fall
*> within it.  List shows the whole calendar in term order.

*> The program opens with a sign-on against OPERATOR-MASTER, and only
*> a supervisor (authority 2) may go on past it.

*> A term is added as a future term ("F") - or as the current term
*> when the calendar has none yet, so the first term keyed starts the
*> calendar off.  From then on only TermRollover moves a term on,
*> closing the current one and making the earliest future one
*> current, so the status is never keyed here.  Only a future term
*> may be deleted: the current and closed terms are still named on
*> STUDENT-ENROLL, STUDENT-BILLING and STUDENT-HISTORY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TermMasterFile ASSIGN TO "TERM-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TM-TermCode
        FILE STATUS IS WS-Term-Status.

    SELECT OperatorMasterFile ASSIGN TO "OPERATOR-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OP-OperatorId
        FILE STATUS IS WS-Operator-Status.

DATA DIVISION.
FILE SECTION.
FD  TermMasterFile.
    COPY TERMMAST.

FD  OperatorMasterFile.
    COPY OPERATOR.

WORKING-STORAGE SECTION.
01  WS-Term-Status      PIC XX.
01  WS-Operator-Status  PIC XX.

01  WS-Menu-Choice      PIC 9 VALUE 0.
01  WS-Record-Found     PIC X VALUE "N".
    88 Found-On-File    VALUE "Y".

01  WS-Operator-Id      PIC X(8).
01  WS-Auth-Level       PIC 9 VALUE 0.
    88 Operator-Is-Supervisor VALUE 2.
01  WS-SignOn-Ok        PIC X VALUE "N".
01  WS-Try              PIC 9.
01  WS-Entered-Id       PIC X(8).
01  WS-Entered-Pw       PIC X(8).

01  WS-Work-Code        PIC X(6).
01  WS-Input-Date       PIC X(8).
01  WS-Date-Prompt      PIC X(24).
01  WS-Keep-Allowed     PIC X VALUE "N".
    88 Blank-Keeps-Date VALUE "Y".
01  WS-Date-Value       PIC 9(8).

01  WS-Valid-Entry      PIC X VALUE "N".
    88 Entry-Is-Valid   VALUE "Y".
01  WS-Dates-Valid      PIC X VALUE "N".
    88 Dates-Are-Valid  VALUE "Y".

01  WS-Term-Eof         PIC X VALUE "N".
    88 Term-Eof         VALUE "Y".
01  WS-Current-Term     PIC X(6).
01  WS-Term-Count       PIC 9(3).
01  WS-Hold-Record      PIC X(39).

01  WS-Status-Text      PIC X(7).

PROCEDURE DIVISION.
Begin.
   PERFORM SignOnOperator.
   IF NOT Operator-Is-Supervisor
      DISPLAY "MaintainTerms needs supervisor authority - "
              WS-Operator-Id " is not a supervisor"
      STOP RUN
   END-IF.
   PERFORM OpenTermFile.
   PERFORM UNTIL WS-Menu-Choice = 6
      DISPLAY " "
      DISPLAY "1 - Add term"
      DISPLAY "2 - Change term"
      DISPLAY "3 - Delete term"
      DISPLAY "4 - Inquire on term"
      DISPLAY "5 - List term calendar"
      DISPLAY "6 - Exit"
      DISPLAY "Enter choice: "
      ACCEPT WS-Menu-Choice
      EVALUATE WS-Menu-Choice
          WHEN 1 PERFORM AddTerm
          WHEN 2 PERFORM ChangeTerm
          WHEN 3 PERFORM DeleteTerm
          WHEN 4 PERFORM InquireTerm
          WHEN 5 PERFORM ListTerms
          WHEN 6 CONTINUE
          WHEN OTHER DISPLAY "Invalid choice - please re-enter"
      END-EVALUATE
   END-PERFORM.
   CLOSE TermMasterFile.
   STOP RUN.

SignOnOperator.
   OPEN INPUT OperatorMasterFile.
   IF WS-Operator-Status NOT = "00"
      DISPLAY "Unable to open OPERATOR-MASTER - status "
              WS-Operator-Status
      DISPLAY "Sign-on impossible - build the operator file with"
              " MaintainOperators first"
      STOP RUN
   END-IF.
   MOVE "N" TO WS-SignOn-Ok.
   PERFORM VARYING WS-Try FROM 1 BY 1
       UNTIL WS-Try > 3 OR WS-SignOn-Ok = "Y"
      DISPLAY "Operator id: "
      ACCEPT WS-Entered-Id
      DISPLAY "Password   : "
      ACCEPT WS-Entered-Pw
      MOVE WS-Entered-Id TO OP-OperatorId
      READ OperatorMasterFile
          INVALID KEY
          DISPLAY "Sign-on refused"
          NOT INVALID KEY
          IF OP-Password = WS-Entered-Pw AND Operator-Active
             MOVE "Y" TO WS-SignOn-Ok
             MOVE OP-OperatorId TO WS-Operator-Id
             MOVE OP-AuthLevel  TO WS-Auth-Level
          ELSE
             DISPLAY "Sign-on refused"
          END-IF
      END-READ
   END-PERFORM.
   CLOSE OperatorMasterFile.
   IF WS-SignOn-Ok NOT = "Y"
      DISPLAY "Three failed sign-on attempts - program ends"
      STOP RUN
   END-IF.
   DISPLAY "Signed on as " WS-Operator-Id.

OpenTermFile.
   OPEN I-O TermMasterFile.
   IF WS-Term-Status = "35"
      OPEN OUTPUT TermMasterFile
      CLOSE TermMasterFile
      OPEN I-O TermMasterFile
   END-IF.
   IF WS-Term-Status NOT = "00"
      DISPLAY "Unable to open TERM-MASTER - status " WS-Term-Status
      STOP RUN
   END-IF.

FindTerm.
   MOVE WS-Work-Code TO TM-TermCode.
   READ TermMasterFile
       INVALID KEY
       MOVE "N" TO WS-Record-Found
       NOT INVALID KEY
       MOVE "Y" TO WS-Record-Found
   END-READ.

AddTerm.
   DISPLAY "Enter term code to add (e.g. 2026S1): ".
   ACCEPT WS-Work-Code.
   IF WS-Work-Code = SPACES
      DISPLAY "Term code must not be blank"
   ELSE
      PERFORM FindTerm
      IF Found-On-File
         DISPLAY "Term " WS-Work-Code " already on file"
                 " - use Change instead"
      ELSE
         MOVE "N" TO WS-Keep-Allowed
         MOVE "N" TO WS-Dates-Valid
         PERFORM UNTIL Dates-Are-Valid
            MOVE "Term start date" TO WS-Date-Prompt
            PERFORM AcceptTermDate
            MOVE WS-Date-Value TO TM-StartDate
            MOVE "Term end date" TO WS-Date-Prompt
            PERFORM AcceptTermDate
            MOVE WS-Date-Value TO TM-EndDate
            MOVE "Billing date" TO WS-Date-Prompt
            PERFORM AcceptTermDate
            MOVE WS-Date-Value TO TM-BillingDate
            MOVE "Add/drop deadline" TO WS-Date-Prompt
            PERFORM AcceptTermDate
            MOVE WS-Date-Value TO TM-AddDropDate
            PERFORM CheckTermDates
         END-PERFORM
*> The record area is reused by the search for a current term, so
*> the keyed details are held while it runs.
         MOVE WS-Work-Code TO TM-TermCode
         MOVE TermRecord TO WS-Hold-Record
         PERFORM FindCurrentTerm
         MOVE WS-Hold-Record TO TermRecord
         IF WS-Current-Term = SPACES
            MOVE "C" TO TM-Status
         ELSE
            MOVE "F" TO TM-Status
         END-IF
         WRITE TermRecord
         PERFORM SetStatusText
         DISPLAY "Term " WS-Work-Code " added as a " WS-Status-Text
                 " term"
      END-IF
   END-IF.

AcceptTermDate.
   MOVE "N" TO WS-Valid-Entry.
   PERFORM UNTIL Entry-Is-Valid
      IF Blank-Keeps-Date
         DISPLAY WS-Date-Prompt " is [" WS-Date-Value
                 "] - enter new value or blank to keep"
      ELSE
         DISPLAY WS-Date-Prompt " (YYYYMMDD): "
      END-IF
      ACCEPT WS-Input-Date
      IF WS-Input-Date = SPACES AND Blank-Keeps-Date
         MOVE "Y" TO WS-Valid-Entry
      ELSE IF WS-Input-Date NOT NUMERIC
         DISPLAY "Dates are eight digits, YYYYMMDD - please re-enter"
      ELSE
         MOVE WS-Input-Date TO WS-Date-Value
         MOVE "Y" TO WS-Valid-Entry
      END-IF
   END-PERFORM.

CheckTermDates.
   MOVE "N" TO WS-Dates-Valid.
   EVALUATE TRUE
       WHEN TM-EndDate NOT > TM-StartDate
          DISPLAY "The term must end after it starts - please re-enter"
       WHEN TM-AddDropDate < TM-StartDate
            OR TM-AddDropDate > TM-EndDate
          DISPLAY "The add/drop deadline must fall within the term"
                  " - please re-enter"
       WHEN TM-BillingDate < TM-StartDate
            OR TM-BillingDate > TM-EndDate
          DISPLAY "The billing date must fall within the term"
                  " - please re-enter"
       WHEN OTHER
          MOVE "Y" TO WS-Dates-Valid
   END-EVALUATE.

FindCurrentTerm.
*> One pass of the calendar for the term marked current; leaves
*> WS-Current-Term blank when there is none.
   MOVE SPACES TO WS-Current-Term.
   MOVE LOW-VALUES TO TM-TermCode.
   MOVE "N" TO WS-Term-Eof.
   START TermMasterFile KEY IS NOT LESS THAN TM-TermCode
       INVALID KEY MOVE "Y" TO WS-Term-Eof
   END-START.
   PERFORM UNTIL Term-Eof
      READ TermMasterFile NEXT RECORD
          AT END MOVE "Y" TO WS-Term-Eof
      END-READ
      IF NOT Term-Eof AND Term-Is-Current
         MOVE TM-TermCode TO WS-Current-Term
      END-IF
   END-PERFORM.

ChangeTerm.
   DISPLAY "Enter term code to change: ".
   ACCEPT WS-Work-Code.
   PERFORM FindTerm.
   IF NOT Found-On-File
      DISPLAY "Term " WS-Work-Code " not found"
   ELSE IF Term-Is-Closed
      DISPLAY "Term " WS-Work-Code " is closed - it cannot be changed"
   ELSE
      MOVE "Y" TO WS-Keep-Allowed
      MOVE "N" TO WS-Dates-Valid
      PERFORM UNTIL Dates-Are-Valid
         MOVE "Term start date" TO WS-Date-Prompt
         MOVE TM-StartDate TO WS-Date-Value
         PERFORM AcceptTermDate
         MOVE WS-Date-Value TO TM-StartDate
         MOVE "Term end date" TO WS-Date-Prompt
         MOVE TM-EndDate TO WS-Date-Value
         PERFORM AcceptTermDate
         MOVE WS-Date-Value TO TM-EndDate
         MOVE "Billing date" TO WS-Date-Prompt
         MOVE TM-BillingDate TO WS-Date-Value
         PERFORM AcceptTermDate
         MOVE WS-Date-Value TO TM-BillingDate
         MOVE "Add/drop deadline" TO WS-Date-Prompt
         MOVE TM-AddDropDate TO WS-Date-Value
         PERFORM AcceptTermDate
         MOVE WS-Date-Value TO TM-AddDropDate
         PERFORM CheckTermDates
      END-PERFORM
      REWRITE TermRecord
      DISPLAY "Term " WS-Work-Code " changed"
   END-IF.

DeleteTerm.
   DISPLAY "Enter term code to delete: ".
   ACCEPT WS-Work-Code.
   PERFORM FindTerm.
   IF NOT Found-On-File
      DISPLAY "Term " WS-Work-Code " not found"
   ELSE IF NOT Term-Is-Future
      PERFORM SetStatusText
      DISPLAY "Term " WS-Work-Code " is the " WS-Status-Text
              " term and is still named on enrollments, bills and"
              " history - delete refused"
   ELSE
      DELETE TermMasterFile
      DISPLAY "Term " WS-Work-Code " deleted"
   END-IF.

InquireTerm.
   DISPLAY "Enter term code to inquire on: ".
   ACCEPT WS-Work-Code.
   PERFORM FindTerm.
   IF NOT Found-On-File
      DISPLAY "Term " WS-Work-Code " not found"
   ELSE
      PERFORM SetStatusText
      DISPLAY "TermCode     : " TM-TermCode
      DISPLAY "Status       : " WS-Status-Text
      DISPLAY "Starts       : " TM-StartDate
      DISPLAY "Ends         : " TM-EndDate
      DISPLAY "Billing date : " TM-BillingDate
      DISPLAY "Add/drop by  : " TM-AddDropDate
   END-IF.

ListTerms.
   MOVE 0 TO WS-Term-Count.
   MOVE LOW-VALUES TO TM-TermCode.
   MOVE "N" TO WS-Term-Eof.
   START TermMasterFile KEY IS NOT LESS THAN TM-TermCode
       INVALID KEY MOVE "Y" TO WS-Term-Eof
   END-START.
   DISPLAY "Term    Status   Starts    Ends      Billing   Add/drop".
   PERFORM UNTIL Term-Eof
      READ TermMasterFile NEXT RECORD
          AT END MOVE "Y" TO WS-Term-Eof
      END-READ
      IF NOT Term-Eof
         ADD 1 TO WS-Term-Count
         PERFORM SetStatusText
         DISPLAY TM-TermCode "  " WS-Status-Text "  " TM-StartDate
                 "  " TM-EndDate "  " TM-BillingDate "  "
                 TM-AddDropDate
      END-IF
   END-PERFORM.
   IF WS-Term-Count = ZERO
      DISPLAY "No terms on file"
   END-IF.

SetStatusText.
   EVALUATE TRUE
       WHEN Term-Is-Current MOVE "current" TO WS-Status-Text
       WHEN Term-Is-Closed  MOVE "closed"  TO WS-Status-Text
       WHEN OTHER           MOVE "future"  TO WS-Status-Text
   END-EVALUATE.
