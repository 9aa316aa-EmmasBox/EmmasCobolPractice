      *> COURSMAS - COURSE-MASTER record layout
      *> Shared by CRSMAINT, CRSENROL, CRSRPT
      *> CM-ENROLLED-COUNT is maintained by CRSENROL as students
      *> register, and is the total across every section of the
      *> course. Seats are checked against the section's own
      *> capacity on SECTMAS; CM-CAPACITY is the standard section
      *> size SECTMNT offers when a section is added.
      *> CM-COURSE-FEE is the per-course tuition fee TUITBILL sums
      *> into a student's term invoice; maintained through CRSMAINT.
      *> Records loaded from the pre-fee 42-byte layout by CRSCONV
