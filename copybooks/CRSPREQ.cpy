      *> CRSPREQ - course-prerequisite record layout
      *> One record per prerequisite of a course, keyed by course
      *> then required course so a course's prerequisites are a
      *> sequential sweep of one key range. Maintained by PREQMNT;
      *> read by CRSENROL before a registration or waitlist place is
      *> granted. PQ-MIN-GRADE is the worst letter grade (A-D, second
      *> byte space) posted on GRADFILE in any term that still
      *> satisfies the prerequisite.
       01  PREREQ-RECORD.
           05  PQ-PREREQ-KEY.
               10  PQ-COURSE-ID       PIC X(6).
               10  PQ-REQ-COURSE-ID   PIC X(6).
           05  PQ-MIN-GRADE           PIC X(2).
