      *> STUDHIST - STUDENT-MASTER change-history record layout
      *> Appended to by every program that writes, rewrites, or
      *> deletes a STUDENT-MASTER record (STUDMAINT, APP3, ENROLLUPD,
      *> STUDBACK, STUDMRG), one record per maintenance action.
      *> STUDMRG writes a D for the retired ID of a merged pair.
      *> SH-ACTION: W = write (add), R = rewrite, D = delete.
      *> SH-BEFORE-IMAGE is spaces for an add; SH-AFTER-IMAGE is
      *> spaces for a delete. STUDBACK lists these by SH-STUDENT-ID
      *> and can restore a chosen before-image into the master.
      *> SH-OPERATOR-ID is the operator signed on to STUDMAINT,
      *> APP3 or STUDBACK; spaces for the batch writers.
       01  STUDENT-HISTORY-RECORD.
           05  SH-TIMESTAMP           PIC X(14).
           05  SH-PROGRAM             PIC X(10).
           05  SH-STUDENT-ID          PIC X(9).
           05  SH-BEFORE-IMAGE        PIC X(61).
           05  SH-AFTER-IMAGE         PIC X(61).
           05  SH-OPERATOR-ID         PIC X(8).
