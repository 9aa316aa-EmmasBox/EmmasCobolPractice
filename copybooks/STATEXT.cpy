      *> STATEXT - state enrollment extract record layout
      *> Fixed-format transmission file written by STATEXTR for the
      *> state education office. One H header carries the run
      *> date, institution code and the term being reported; one D
      *> record per student per course carries the enrollment and
      *> any posted grade; the single T trailer carries the counts
      *> the receiver balances against before accepting the file,
      *> the same discipline STUDBKUP writes into its
      *> BK-TRAILER-DATA.
       01  EXTRACT-RECORD.
           05  EX-RECORD-TYPE         PIC X(1).
           05  EX-DETAIL-DATA.
           05  EX-HEADER-DATA REDEFINES EX-DETAIL-DATA.
               10  EX-RUN-DATE        PIC X(8).
               10  EX-INST-CODE       PIC X(8).
               10  EX-REPORT-TERM     PIC X(5).
               10  FILLER             PIC X(7).
           05  EX-TRAILER-DATA REDEFINES EX-DETAIL-DATA.
               10  EX-DETAIL-COUNT    PIC 9(7).
               10  EX-STUDENT-COUNT   PIC 9(7).
