       FD  AUDIT-LOG.
           COPY AUDITREC.
       FD  AUDIT-ARCH.
       01  AUDIT-ARCH-RECORD PIC X(102).
       FD  AUDIT-WORK.
       01  AUDIT-WORK-RECORD PIC X(102).
       FD  HISTORY-FILE.
           COPY STUDHIST.
       FD  HIST-ARCH.
       01  HIST-ARCH-RECORD PIC X(164).
       FD  HIST-WORK.
       01  HIST-WORK-RECORD PIC X(164).
       FD  RUN-HISTORY.
           COPY RUNHIST.
       FD  RUN-ARCH.
