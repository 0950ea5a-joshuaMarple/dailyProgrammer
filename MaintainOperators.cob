*> and leavers are better disabled (OP-Status "D") than deleted, so
*> old audit trails still resolve to a person.

*> Every operator added, changed or deleted here - the bootstrap
*> supervisor included - is written to MASTER-AUDIT with the record
*> before and after, the date and time and the signed-on operator,
*> so an authority upgrade or a re-enabled leaver shows up on
*> SecurityReport.  The password is never part of the images; a
*> changed password is only marked as changed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        RECORD KEY IS OP-OperatorId
        FILE STATUS IS WS-Operator-Status.

    SELECT MasterAuditFile ASSIGN TO "MASTER-AUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAudit-Status.

DATA DIVISION.
FILE SECTION.
FD  OperatorMasterFile.
    COPY OPERATOR.

FD  MasterAuditFile.
    COPY MASTAUDT.

WORKING-STORAGE SECTION.
01  WS-Operator-Status  PIC XX.
01  WS-MAudit-Status    PIC XX.

01  WS-Menu-Choice      PIC 9 VALUE 0.
01  WS-Record-Found     PIC X VALUE "N".
01  WS-Input-Level      PIC X.
01  WS-Input-Status     PIC X.

*> Operator images for MASTER-AUDIT - everything but the password.
01  WS-Operator-Image.
    02  WS-Image-OperatorId PIC X(8).
    02  WS-Image-Name       PIC X(20).
    02  WS-Image-AuthLevel  PIC 9.
    02  WS-Image-Status     PIC X.
    02  FILLER              PIC X(15) VALUE SPACES.
01  WS-Operator-Before  PIC X(45).
01  WS-Operator-After   PIC X(45).
01  WS-Old-Password     PIC X(8).
01  WS-Password-Changed PIC X.
01  WS-MAudit-Action    PIC X.
01  CurrentDate         PIC 9(8).
01  CurrentTime         PIC 9(8).

PROCEDURE DIVISION.
Begin.
   PERFORM OpenOperatorFile.
              WS-Operator-Status
      STOP RUN
   END-IF.
   OPEN EXTEND MasterAuditFile.
   IF WS-MAudit-Status NOT = "00"
      OPEN OUTPUT MasterAuditFile
   END-IF.

CloseAndStop.
   CLOSE OperatorMasterFile.
   CLOSE MasterAuditFile.
   STOP RUN.

CheckFileEmpty.
   WRITE OperatorRecord.
   MOVE WS-Work-Id TO WS-Operator-Id.
   MOVE 2 TO WS-Auth-Level.
   MOVE SPACES TO WS-Operator-Before.
   PERFORM BuildOperatorImage.
   MOVE WS-Operator-Image TO WS-Operator-After.
   MOVE "A" TO WS-MAudit-Action.
   MOVE SPACE TO WS-Password-Changed.
   PERFORM WriteOperatorAudit.
   DISPLAY "Supervisor " WS-Operator-Id " created and signed on".

SignOnOperator.
         MOVE WS-Input-Name     TO OP-OperatorName
         MOVE "A"               TO OP-Status
         WRITE OperatorRecord
         MOVE SPACES TO WS-Operator-Before
         PERFORM BuildOperatorImage
         MOVE WS-Operator-Image TO WS-Operator-After
         MOVE "A" TO WS-MAudit-Action
         MOVE SPACE TO WS-Password-Changed
         PERFORM WriteOperatorAudit
         DISPLAY "Operator " WS-Work-Id " added"
      END-IF
   END-IF.
   IF NOT Found-On-File
      DISPLAY "Operator " WS-Work-Id " not found"
   ELSE
      PERFORM BuildOperatorImage
      MOVE WS-Operator-Image TO WS-Operator-Before
      MOVE OP-Password TO WS-Old-Password
      DISPLAY "New password (blank to keep): "
      ACCEPT WS-Input-Password
      IF WS-Input-Password NOT = SPACES
         MOVE WS-Input-Status TO OP-Status
      END-IF
      REWRITE OperatorRecord
      PERFORM BuildOperatorImage
      MOVE WS-Operator-Image TO WS-Operator-After
      MOVE SPACE TO WS-Password-Changed
      IF OP-Password NOT = WS-Old-Password
         MOVE "Y" TO WS-Password-Changed
      END-IF
      IF WS-Operator-After NOT = WS-Operator-Before
         OR WS-Password-Changed = "Y"
         MOVE "C" TO WS-MAudit-Action
         PERFORM WriteOperatorAudit
      END-IF
      DISPLAY "Operator " WS-Work-Id " changed"
   END-IF.

      IF NOT Found-On-File
         DISPLAY "Operator " WS-Work-Id " not found"
      ELSE
         PERFORM BuildOperatorImage
         MOVE WS-Operator-Image TO WS-Operator-Before
         DELETE OperatorMasterFile
         MOVE SPACES TO WS-Operator-After
         MOVE "D" TO WS-MAudit-Action
         MOVE SPACE TO WS-Password-Changed
         PERFORM WriteOperatorAudit
         DISPLAY "Operator " WS-Work-Id " deleted - prefer status D"
                 " for leavers so old audit lines still resolve"
      END-IF
   END-IF.

BuildOperatorImage.
   MOVE OP-OperatorId   TO WS-Image-OperatorId.
   MOVE OP-OperatorName TO WS-Image-Name.
   MOVE OP-AuthLevel    TO WS-Image-AuthLevel.
   MOVE OP-Status       TO WS-Image-Status.

WriteOperatorAudit.
   ACCEPT CurrentDate FROM DATE YYYYMMDD.
   ACCEPT CurrentTime FROM TIME.
   MOVE "O"                 TO MA-FileId.
   MOVE WS-Work-Id          TO MA-RecordKey.
   MOVE CurrentDate         TO MA-AuditDate.
   MOVE CurrentTime         TO MA-AuditTime.
   MOVE WS-MAudit-Action    TO MA-Action.
   MOVE WS-Operator-Id      TO MA-OperatorId.
   MOVE WS-Password-Changed TO MA-PasswordChanged.
   MOVE WS-Operator-Before  TO MA-Before.
   MOVE WS-Operator-After   TO MA-After.
   WRITE MasterAuditRecord.

InquireOperator.
   DISPLAY "Enter operator id to inquire on: ".
   ACCEPT WS-Work-Id.
