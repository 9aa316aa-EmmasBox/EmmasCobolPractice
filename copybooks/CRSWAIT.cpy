      *> range. Written by CRSENROL when a course is full; the head
      *> entry is promoted into a real COURSE-ENROLL record when a
      *> drop releases a seat. Read by WAITRPT.
      *> The queue is per course, but each entry waits for one
      *> section, WL-SECTION of WL-TERM; a seat freed in a section
      *> goes to the earliest entry waiting for that section.
      *> Records loaded from the pre-section 33-byte layout by
      *> SECTCONV wait for section 001.
       01  WAIT-LIST-RECORD.
           05  WL-WAIT-KEY.
               10  WL-COURSE-ID       PIC X(6).
           05  WL-STUDENT-ID          PIC X(9).
           05  WL-REQUEST-DATE        PIC X(8).
           05  WL-TERM                PIC X(5).
           05  WL-SECTION             PIC X(3).
