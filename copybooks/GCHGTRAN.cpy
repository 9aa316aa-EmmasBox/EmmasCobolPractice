      *> GCHGTRAN - grade-change transaction record layout
      *> Read by GRADCHG. One record per grade the registrar has
      *> agreed to change after it was posted. GC-OLD-GRADE is the
      *> grade the request was raised against; the change is refused
      *> if GRADE-FILE no longer holds it, so two requests against
      *> the same grade cannot both apply. GC-REASON-CODE is one of
      *> CE (clerical error), IC (incomplete completed; the old grade
      *> must be I) or GA (grade appeal upheld). GC-INSTRUCTOR-ID is
      *> the instructor who authorized the change.
       01  GRADE-CHANGE-RECORD.
           05  GC-STUDENT-ID          PIC X(9).
           05  GC-COURSE-ID           PIC X(6).
           05  GC-TERM                PIC X(5).
           05  GC-OLD-GRADE           PIC X(2).
           05  GC-NEW-GRADE           PIC X(2).
           05  GC-REASON-CODE         PIC X(2).
           05  GC-INSTRUCTOR-ID       PIC X(6).
