      *> Built by TUITBILL from the term's COURSE-ENROLL records and
      *> the course fees on COURSE-MASTER; PAYPOST applies the
      *> payments feed against it; BALRPT reports what is still
      *> owed. Every amount is also entered on the LEDGER, and
      *> IV-TOTAL-AMOUNT is the ledger's charges and late fees less
      *> refunds: TUITBILL sets it from the ledger, CRSENROL reduces
      *> it by a drop refund and LATEFEE adds each late fee. A
      *> TUITBILL re-run never touches IV-PAID-AMOUNT.
      *> IV-STATUS: O = open, P = paid in full.
       01  INVOICE-RECORD.
           05  IV-INVOICE-KEY.
