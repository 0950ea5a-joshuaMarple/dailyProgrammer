      *> completed (with SH-Grade) or "P" purged - so a graduate no
      *> longer looks identical to a drop-out.  A student archived
      *> while enrolled on nothing gets a single record with a blank
      *> SH-CourseCode so the identity can still be looked up.
      *> SH-TermCode is the term the enrollment belonged to (EN-TermCode;
      *> spaces on the identity record and on rows from before the term
      *> calendar), which StudentTranscript groups the courses by.  A
      *> history file built to an earlier, shorter layout will not
      *> open against this one (file status 39) and needs a one-time
      *> rebuild.  Like RUNCTL, every program uses the same SH- names,
               88 Left-Completed  VALUE "C".
               88 Left-Purged     VALUE "P".
           02  SH-Grade           PIC X(2).
           02  SH-TermCode        PIC X(6).
