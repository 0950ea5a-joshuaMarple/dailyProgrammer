      *> Shared MASTER-AUDIT record - the change trail for the two
      *> control files STUDENT-AUDIT does not cover.  MaintainCourses
      *> writes one for every course it adds, changes or deletes on
      *> COURSE-MASTER, and MaintainOperators one for every operator
      *> it adds, changes or deletes on OPERATOR-MASTER; SecurityReport
      *> reads them back.  MA-FileId says which file the images belong
      *> to and MA-Action what happened:
      *>    A - added    (after image only)
      *>    C - changed  (before and after; written only when
      *>                  something actually changed)
      *>    D - deleted  (before image only)
      *> The course images are the COURSE-MASTER record as it stood.
      *> The operator images leave OP-Password out altogether - no
      *> password, old or new, is ever written here; MA-PasswordChanged
      *> is "Y" when a change replaced it, so the fact is still on
      *> record.  MA-OperatorId is the signed-on operator who made the
      *> change.  Like RUNCTL, every program uses the same MA- names,
      *> so no REPLACING is needed.
       01  MasterAuditRecord.
           02  MA-FileId          PIC X.
               88 Audit-Of-Course     VALUE "C".
               88 Audit-Of-Operator   VALUE "O".
           02  MA-RecordKey       PIC X(8).
           02  MA-AuditDate       PIC 9(8).
           02  MA-AuditTime       PIC 9(8).
           02  MA-Action          PIC X.
               88 Master-Was-Added    VALUE "A".
               88 Master-Was-Changed  VALUE "C".
               88 Master-Was-Deleted  VALUE "D".
           02  MA-OperatorId      PIC X(8).
           02  MA-PasswordChanged PIC X.
           02  MA-Before          PIC X(45).
           02  MA-Before-Course REDEFINES MA-Before.
               03 MA-Bef-CourseCode     PIC X(4).
               03 MA-Bef-CourseDesc     PIC X(20).
               03 MA-Bef-MaxSeats       PIC 9(3).
               03 MA-Bef-EnrolledCount  PIC 9(5).
               03 MA-Bef-TuitionFee     PIC 9(5)V99.
               03 MA-Bef-InstructorId   PIC X(6).
           02  MA-Before-Operator REDEFINES MA-Before.
               03 MA-Bef-OperatorId     PIC X(8).
               03 MA-Bef-OperatorName   PIC X(20).
               03 MA-Bef-AuthLevel      PIC 9.
               03 MA-Bef-Status         PIC X.
               03 FILLER                PIC X(15).
           02  MA-After           PIC X(45).
           02  MA-After-Course REDEFINES MA-After.
               03 MA-Aft-CourseCode     PIC X(4).
               03 MA-Aft-CourseDesc     PIC X(20).
               03 MA-Aft-MaxSeats       PIC 9(3).
               03 MA-Aft-EnrolledCount  PIC 9(5).
               03 MA-Aft-TuitionFee     PIC 9(5)V99.
               03 MA-Aft-InstructorId   PIC X(6).
           02  MA-After-Operator REDEFINES MA-After.
               03 MA-Aft-OperatorId     PIC X(8).
               03 MA-Aft-OperatorName   PIC X(20).
               03 MA-Aft-AuthLevel      PIC 9.
               03 MA-Aft-Status         PIC X.
               03 FILLER                PIC X(15).
