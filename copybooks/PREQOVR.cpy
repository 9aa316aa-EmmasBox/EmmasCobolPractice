      *> PREQOVR - prerequisite-override record layout
      *> One record per registrar override, keyed by course then
      *> student. Issued and cancelled through PREQMNT. When a
      *> student is short a prerequisite CRSENROL asks for the
      *> override code and lets the registration (or waitlist place)
      *> through only when it matches PO-OVERRIDE-CODE on file for
      *> that student and course. The override stays on file until
      *> the registrar cancels it.
       01  PREREQ-OVERRIDE-RECORD.
           05  PO-OVERRIDE-KEY.
               10  PO-COURSE-ID       PIC X(6).
               10  PO-STUDENT-ID      PIC X(9).
           05  PO-OVERRIDE-CODE       PIC X(8).
           05  PO-ISSUED-DATE         PIC X(8).
