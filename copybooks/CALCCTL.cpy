      *> CALCCTL - CALCULATOR batch control record
      *> One record, rewritten by CALCULATOR's batch mode as it starts
      *> (CC-RUN-STATE S) and again at a clean end (C) with the
      *> figures its summary prints. CALC-RESULTS is appended to day
      *> after day, so CC-RESULTS-BEFORE -- the records already on
      *> file before the day's first run -- is what marks where the
      *> day's results begin. A restart, or a rerun of a run that
      *> never ended, keeps the base of the run it replaces, so any
      *> result written twice shows up as an excess for CALCBAL to
      *> report. CC-RESTART-SEQ is the checkpoint sequence the last
      *> run resumed after, zero when it started from the beginning.
       01  CALC-CONTROL-RECORD.
           05  CC-RUN-DATE            PIC X(8).
           05  CC-RUN-STATE           PIC X(1).
           05  CC-RESULTS-BEFORE      PIC 9(9).
           05  CC-TRANS-COUNT         PIC 9(7).
           05  CC-GRAND-TOTAL         PIC S9(9).
           05  CC-RESTART-SEQ         PIC 9(6).
