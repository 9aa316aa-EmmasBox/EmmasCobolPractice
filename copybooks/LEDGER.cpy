      *> LEDGER - student account ledger record layout
      *> One record per financial transaction, keyed by student, term
      *> and an entry sequence that runs from 1 within each
      *> student/term, so a student's account for a term is a
      *> sequential sweep of one key range in the order it happened.
      *> LG-ENTRY-TYPE: C = charge (TUITBILL, one per course billed),
      *> L = late fee (LATEFEE), P = payment (PAYPOST), R = refund
      *> (CRSENROL on a drop, at the term's refund percentage).
      *> LG-AMOUNT is always positive; C and L are debits, P and R
      *> credits. LG-DUE-DATE is set on debits and is what BALRPT
      *> ages and LATEFEE measures overdue against; it is spaces on
      *> credits. LG-COURSE-ID is set on course charges and refunds.
      *> For every student/term the ledger balances to INVFILE:
      *> C + L - R = IV-TOTAL-AMOUNT and P = IV-PAID-AMOUNT.
      *> Opening balances were loaded from INVFILE by LEDGCONV.
       01  LEDGER-RECORD.
           05  LG-LEDGER-KEY.
               10  LG-STUDENT-ID      PIC X(9).
               10  LG-TERM            PIC X(5).
               10  LG-ENTRY-SEQ       PIC 9(5).
           05  LG-ENTRY-TYPE          PIC X(1).
           05  LG-ENTRY-DATE          PIC X(8).
           05  LG-DUE-DATE            PIC X(8).
           05  LG-AMOUNT              PIC 9(7)V99.
           05  LG-COURSE-ID           PIC X(6).
           05  LG-PROGRAM             PIC X(10).
           05  LG-DESCRIPTION         PIC X(30).
