      *> TERMCAL - academic term calendar record layout
      *> One record per academic term, keyed by the term code (year
      *> and season letter, e.g. 2026F). Maintained through TERMMNT.
      *> Every program that is given a term checks it here: CRSENROL
      *> refuses adds after TC-LAST-ADD-DATE and drops after
      *> TC-LAST-DROP-DATE; GRADPOST refuses grades for a closed term
      *> or outside TC-GRADE-OPEN-DATE thru TC-GRADE-CLOSE-DATE;
      *> TUITBILL, STATEXTR and ACADSTND will not run for a term that
      *> is not on the calendar. All dates are YYYYMMDD.
      *> TC-STATUS: O = open, C = closed.
      *> The refund schedule sets how much of a course charge
      *> CRSENROL credits back on a drop: a drop on or before
      *> TC-REFUND-1-DATE gets TC-REFUND-1-PCT, on or before
      *> TC-REFUND-2-DATE gets TC-REFUND-2-PCT, on or before
      *> TC-REFUND-3-DATE gets TC-REFUND-3-PCT, and later drops get
      *> nothing back. Dates ascend and percentages do not rise.
       01  TERM-CALENDAR-RECORD.
           05  TC-TERM                PIC X(5).
           05  TC-START-DATE          PIC X(8).
           05  TC-END-DATE            PIC X(8).
           05  TC-LAST-ADD-DATE       PIC X(8).
           05  TC-LAST-DROP-DATE      PIC X(8).
           05  TC-GRADE-OPEN-DATE     PIC X(8).
           05  TC-GRADE-CLOSE-DATE    PIC X(8).
           05  TC-STATUS              PIC X(1).
           05  TC-REFUND-SCHEDULE.
               10  TC-REFUND-1-DATE   PIC X(8).
               10  TC-REFUND-1-PCT    PIC 9(3).
               10  TC-REFUND-2-DATE   PIC X(8).
               10  TC-REFUND-2-PCT    PIC 9(3).
               10  TC-REFUND-3-DATE   PIC X(8).
               10  TC-REFUND-3-PCT    PIC 9(3).
