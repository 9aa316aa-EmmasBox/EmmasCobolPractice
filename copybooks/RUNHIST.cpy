      *> carries the same RH-START-TIME as its S record, which is
      *> how RUNRPT pairs them. A run that abends (or stops on a
      *> missing input) leaves its S record unpaired, and RUNRPT
      *> flags it. RH-OUTCOME is C on a clean end, space on a start;
      *> CALCBAL ends with B when the day is out of balance.
      *> Written by CALCULATOR (batch), CALCEDIT, CALCBAL, ENROLLUPD,
      *> GRADPOST, STUDRECON, STUDRPT; read by RUNRPT, RUNGATE and
      *> CALCBAL.
       01  RUN-HISTORY-RECORD.
           05  RH-PROGRAM             PIC X(10).
           05  RH-RECORD-TYPE         PIC X(1).
