      *> GRADPOST (a re-post of the same student/course/term
      *> replaces the earlier grade; the same course in a different
      *> term is a new record, so a retake keeps the original grade
      *> on file), read by TRANSCRP. Every replacement of a grade
      *> on file is logged to GRADHIST. GR-GRADE I (incomplete) is
      *> printed but carries no GPA weight; INCEXPR turns an I
      *> older than its limit into F. Records loaded from the
      *> pre-term 25-byte layout by TERMCONV carry the default term
      *> given to that run.
       01  GRADE-RECORD.
