      *> the same record under the new term once the prior term's
      *> grade is posted. Records loaded from the pre-term 23-byte
      *> layout by TERMCONV carry the default term given to that run.
      *> CE-SECTION is the SECTMAS section of the course the seat is
      *> in, for CE-TERM; a retake moves the seat to a section of
      *> the new term. Records loaded from the pre-section 28-byte
      *> layout by SECTCONV are placed in section 001.
       01  COURSE-ENROLL-RECORD.
           05  CE-ENROLL-KEY.
               10  CE-COURSE-ID       PIC X(6).
               10  CE-STUDENT-ID      PIC X(9).
           05  CE-ENROLL-DATE         PIC X(8).
           05  CE-TERM                PIC X(5).
           05  CE-SECTION             PIC X(3).
