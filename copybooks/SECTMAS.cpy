      *> SECTMAS - course section master record layout
      *> One record per section of a course offered in a term,
      *> keyed by course, term and section number, so the sections
      *> of a course in a term are a sequential sweep of one key
      *> range. Maintained through SECTMNT; read by CRSENROL,
      *> CRSRPT, SCHEDRPT and LOADRPT.
      *> SC-DAYS holds one position per weekday, M T W R F S U in
      *> that order; a meeting day carries its letter and any other
      *> day a space (MWF is "M W F  "). SC-START-TIME and
      *> SC-END-TIME are 24-hour HHMM; both zero means the meeting
      *> time is still to be arranged, and such a section is never
      *> in a time clash.
      *> SC-ENROLLED-COUNT is kept by CRSENROL as seats are taken
      *> and released, and checked against SC-CAPACITY before a
      *> registration; CM-ENROLLED-COUNT stays the course total
      *> across all its sections.
      *> SC-INSTRUCTOR-ID is blank while the instructor is still to
      *> be named, as on the sections SECTCONV loads, until SECTMNT
      *> assigns one; otherwise it must be on INSTRUC.
       01  SECTION-RECORD.
           05  SC-SECTION-KEY.
               10  SC-COURSE-ID       PIC X(6).
               10  SC-TERM            PIC X(5).
               10  SC-SECTION-NO      PIC X(3).
           05  SC-DAYS                PIC X(7).
           05  SC-START-TIME          PIC 9(4).
           05  SC-END-TIME            PIC 9(4).
           05  SC-ROOM                PIC X(8).
           05  SC-INSTRUCTOR-ID       PIC X(6).
           05  SC-CAPACITY            PIC 9(3).
           05  SC-ENROLLED-COUNT      PIC 9(3).
