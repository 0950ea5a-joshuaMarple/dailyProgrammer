IDENTIFICATION DIVISION.
PROGRAM-ID.  MaintainInstructors.
AUTHOR.  Michael Coughlan.
*> Menu-driven Add/Change/Delete/Inquire maintenance of
*> INSTRUCTOR-MASTER, keyed by InstructorId, built the same way
*> MaintainOperators maintains OPERATOR-MASTER.  Creates an empty
*> INSTRUCTOR-MASTER on first use.  Each instructor carries a name,
*> a department and the most timetabled hours a week they may teach,
*> which the TeachingLoad report measures them against.

*> The program opens with a sign-on against OPERATOR-MASTER, and only
*> a supervisor (authority 2) may go on past it.

*> Courses are assigned to an instructor through MaintainCourses, so
*> Delete is protected here: an instructor still named as
*> CM-InstructorId on any COURSE-MASTER record is refused and the
*> number of courses is displayed - reassign them first.  If
*> COURSE-MASTER cannot be read the delete is also refused rather
*> than trusting a zero count.  Inquire lists the courses assigned.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT InstructorMasterFile ASSIGN TO "INSTRUCTOR-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IN-InstructorId
        FILE STATUS IS WS-Instr-Status.

    SELECT CourseMasterFile ASSIGN TO "COURSE-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-CourseCode
        FILE STATUS IS WS-Course-Status.

    SELECT OperatorMasterFile ASSIGN TO "OPERATOR-MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OP-OperatorId
        FILE STATUS IS WS-Operator-Status.

DATA DIVISION.
FILE SECTION.
FD  InstructorMasterFile.
    COPY INSTRUCT.

FD  CourseMasterFile.
    COPY COURSEMA REPLACING ==:RECORD-NAME:== BY ==CourseMasterRecord==
                            ==:CODE-NAME:==   BY ==CM-CourseCode==
                            ==:DESC-NAME:==   BY ==CM-CourseDesc==
                            ==:SEATS-NAME:==  BY ==CM-MaxSeats==
                            ==:ENROLLED-NAME:== BY ==CM-EnrolledCount==
                            ==:FEE-NAME:==    BY ==CM-TuitionFee==
                            ==:INSTR-NAME:==  BY ==CM-InstructorId==.

FD  OperatorMasterFile.
    COPY OPERATOR.

WORKING-STORAGE SECTION.
01  WS-Instr-Status     PIC XX.
01  WS-Course-Status    PIC XX.
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

01  WS-Work-Id          PIC X(6).
01  WS-Input-Name       PIC X(20).
01  WS-Input-Dept       PIC X(15).
01  WS-Input-Hours      PIC X(2).

01  WS-Valid-Entry      PIC X VALUE "N".
    88 Entry-Is-Valid   VALUE "Y".

01  WS-Course-Eof       PIC X VALUE "N".
    88 Course-Eof       VALUE "Y".
01  WS-Course-Error     PIC X VALUE "N".
01  WS-Assigned-Count   PIC 9(3).
01  WS-List-Courses     PIC X VALUE "N".

PROCEDURE DIVISION.
Begin.
   PERFORM SignOnOperator.
   IF NOT Operator-Is-Supervisor
      DISPLAY "MaintainInstructors needs supervisor authority - "
              WS-Operator-Id " is not a supervisor"
      STOP RUN
   END-IF.
   PERFORM OpenInstructorFile.
   PERFORM UNTIL WS-Menu-Choice = 5
      DISPLAY " "
      DISPLAY "1 - Add instructor"
      DISPLAY "2 - Change instructor"
      DISPLAY "3 - Delete instructor"
      DISPLAY "4 - Inquire on instructor"
      DISPLAY "5 - Exit"
      DISPLAY "Enter choice: "
      ACCEPT WS-Menu-Choice
      EVALUATE WS-Menu-Choice
          WHEN 1 PERFORM AddInstructor
          WHEN 2 PERFORM ChangeInstructor
          WHEN 3 PERFORM DeleteInstructor
          WHEN 4 PERFORM InquireInstructor
          WHEN 5 CONTINUE
          WHEN OTHER DISPLAY "Invalid choice - please re-enter"
      END-EVALUATE
   END-PERFORM.
   CLOSE InstructorMasterFile.
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

OpenInstructorFile.
   OPEN I-O InstructorMasterFile.
   IF WS-Instr-Status = "35"
      OPEN OUTPUT InstructorMasterFile
      CLOSE InstructorMasterFile
      OPEN I-O InstructorMasterFile
   END-IF.
   IF WS-Instr-Status NOT = "00"
      DISPLAY "Unable to open INSTRUCTOR-MASTER - status "
              WS-Instr-Status
      STOP RUN
   END-IF.

FindInstructor.
   MOVE WS-Work-Id TO IN-InstructorId.
   READ InstructorMasterFile
       INVALID KEY
       MOVE "N" TO WS-Record-Found
       NOT INVALID KEY
       MOVE "Y" TO WS-Record-Found
   END-READ.

AddInstructor.
   DISPLAY "Enter instructor id to add: ".
   ACCEPT WS-Work-Id.
   IF WS-Work-Id = SPACES
      DISPLAY "Instructor id must not be blank"
   ELSE
      PERFORM FindInstructor
      IF Found-On-File
         DISPLAY "Instructor " WS-Work-Id " already on file"
                 " - use Change instead"
      ELSE
         DISPLAY "Name      : "
         ACCEPT WS-Input-Name
         DISPLAY "Department: "
         ACCEPT WS-Input-Dept
         PERFORM AcceptMaxHours
         MOVE WS-Work-Id     TO IN-InstructorId
         MOVE WS-Input-Name  TO IN-InstructorName
         MOVE WS-Input-Dept  TO IN-Department
         MOVE WS-Input-Hours TO IN-MaxHours
         WRITE InstructorRecord
         DISPLAY "Instructor " WS-Work-Id " added"
      END-IF
   END-IF.

AcceptMaxHours.
   MOVE "N" TO WS-Valid-Entry.
   PERFORM UNTIL Entry-Is-Valid
      DISPLAY "Maximum teaching hours a week (2 digits): "
      ACCEPT WS-Input-Hours
      IF WS-Input-Hours NOT NUMERIC
         DISPLAY "Hours must be two digits - please re-enter"
      ELSE
         MOVE "Y" TO WS-Valid-Entry
      END-IF
   END-PERFORM.

ChangeInstructor.
   DISPLAY "Enter instructor id to change: ".
   ACCEPT WS-Work-Id.
   PERFORM FindInstructor.
   IF NOT Found-On-File
      DISPLAY "Instructor " WS-Work-Id " not found"
   ELSE
      DISPLAY "Current name is [" IN-InstructorName
              "] - enter new value or blank to keep"
      ACCEPT WS-Input-Name
      IF WS-Input-Name NOT = SPACES
         MOVE WS-Input-Name TO IN-InstructorName
      END-IF
      DISPLAY "Current department is [" IN-Department
              "] - enter new value or blank to keep"
      ACCEPT WS-Input-Dept
      IF WS-Input-Dept NOT = SPACES
         MOVE WS-Input-Dept TO IN-Department
      END-IF
      MOVE "N" TO WS-Valid-Entry
      PERFORM UNTIL Entry-Is-Valid
         DISPLAY "Current maximum hours is [" IN-MaxHours
                 "] - enter new value or blank to keep"
         ACCEPT WS-Input-Hours
         IF WS-Input-Hours = SPACES
            MOVE "Y" TO WS-Valid-Entry
         ELSE IF WS-Input-Hours NOT NUMERIC
            DISPLAY "Hours must be two digits - please re-enter"
         ELSE
            MOVE WS-Input-Hours TO IN-MaxHours
            MOVE "Y" TO WS-Valid-Entry
         END-IF
      END-PERFORM
      REWRITE InstructorRecord
      DISPLAY "Instructor " WS-Work-Id " changed"
   END-IF.

DeleteInstructor.
   DISPLAY "Enter instructor id to delete: ".
   ACCEPT WS-Work-Id.
   PERFORM FindInstructor.
   IF NOT Found-On-File
      DISPLAY "Instructor " WS-Work-Id " not found"
   ELSE
      MOVE "N" TO WS-List-Courses
      PERFORM CountAssignedCourses
      IF WS-Course-Error = "Y"
         DISPLAY "Unable to read COURSE-MASTER - status "
                 WS-Course-Status " - delete refused"
      ELSE IF WS-Assigned-Count NOT = ZERO
         DISPLAY "Instructor " WS-Work-Id " still teaches "
                 WS-Assigned-Count " course(s) - reassign them"
                 " through MaintainCourses - delete refused"
      ELSE
         DELETE InstructorMasterFile
         DISPLAY "Instructor " WS-Work-Id " deleted"
      END-IF
   END-IF.

CountAssignedCourses.
*> COURSE-MASTER is only read here, and only for the moment it takes
*> to count, so MaintainCourses can have it open at the same time.
*> No COURSE-MASTER at all means nothing can be assigned.
   MOVE 0 TO WS-Assigned-Count.
   MOVE "N" TO WS-Course-Error.
   OPEN INPUT CourseMasterFile.
   IF WS-Course-Status = "00"
      MOVE "N" TO WS-Course-Eof
      PERFORM UNTIL Course-Eof
         READ CourseMasterFile NEXT RECORD
             AT END MOVE "Y" TO WS-Course-Eof
         END-READ
         IF NOT Course-Eof
            IF CM-InstructorId = WS-Work-Id
               ADD 1 TO WS-Assigned-Count
               IF WS-List-Courses = "Y"
                  DISPLAY "   " CM-CourseCode "  " CM-CourseDesc
                          "  enrolled " CM-EnrolledCount
               END-IF
            END-IF
         END-IF
      END-PERFORM
      CLOSE CourseMasterFile
   ELSE IF WS-Course-Status NOT = "35"
      MOVE "Y" TO WS-Course-Error
   END-IF.

InquireInstructor.
   DISPLAY "Enter instructor id to inquire on: ".
   ACCEPT WS-Work-Id.
   PERFORM FindInstructor.
   IF NOT Found-On-File
      DISPLAY "Instructor " WS-Work-Id " not found"
   ELSE
      DISPLAY "InstructorId : " IN-InstructorId
      DISPLAY "Name         : " IN-InstructorName
      DISPLAY "Department   : " IN-Department
      DISPLAY "Max hours    : " IN-MaxHours " a week"
      DISPLAY "Courses taught:"
      MOVE "Y" TO WS-List-Courses
      PERFORM CountAssignedCourses
      IF WS-Course-Error = "Y"
         DISPLAY "   Unable to read COURSE-MASTER - status "
                 WS-Course-Status
      ELSE IF WS-Assigned-Count = ZERO
         DISPLAY "   None"
      END-IF
   END-IF.
