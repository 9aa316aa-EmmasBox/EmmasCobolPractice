      *> GRADTRAN - graded-enrollment transaction record layout
      *> End-of-term feed read by GRADPOST. One record per student
      *> per course; GT-GRADE is a letter grade A, B, C, D, or F,
      *> or I for an incomplete (second byte space). GT-TERM is the
      *> academic term the grade belongs to (YYYYT, e.g. 2026F) and
      *> must be present -- it is part of the GRADFILE key the
      *> grade posts under.
       01  GRADE-TRANS-RECORD.
           05  GT-STUDENT-ID          PIC X(9).
           05  GT-COURSE-ID           PIC X(6).
