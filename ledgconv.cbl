       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGCONV.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-ENROLL ASSIGN TO "CRSENRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CE-ENROLL-KEY
               FILE STATUS IS WS-Enroll-Status.
           SELECT COURSE-MASTER ASSIGN TO "COURSMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-COURSE-ID
               FILE STATUS IS WS-Course-Status.
           SELECT INVOICE-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-INVOICE-KEY
               FILE STATUS IS WS-Invoice-Status.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-Ledger-Status.
       DATA DIVISION.
       FILE SECTION.
      *> One-time load of the student account ledger from the
      *> invoices already on INVFILE. Each enrolled course on an
      *> invoiced term becomes a course charge, so TUITBILL re-runs
      *> and CRSENROL drop refunds find the charge they expect. Any
      *> difference between those charges and IV-TOTAL-AMOUNT is
      *> posted as an opening adjustment with no course, and
      *> IV-PAID-AMOUNT as an opening payment, so every account
      *> starts in balance with INVFILE. The ledger is created
      *> afresh, so the run can simply be repeated.
       FD  COURSE-ENROLL.
           COPY CRSENRL.
       FD  COURSE-MASTER.
           COPY COURSMAS.
       FD  INVOICE-FILE.
           COPY INVFILE.
       FD  LEDGER-FILE.
           COPY LEDGER.
        WORKING-STORAGE SECTION.
          01 WS-Enroll-Status PIC X(2).
          01 WS-Course-Status PIC X(2).
          01 WS-Invoice-Status PIC X(2).
          01 WS-Ledger-Status PIC X(2).
          01 WS-Eof-Switch PIC X(1) VALUE "N".
          01 WS-Ledger-Eof PIC X(1) VALUE "N".
          01 WS-Scan-Student PIC X(9).
          01 WS-Scan-Term PIC X(5).
          01 WS-Last-Entry-Seq PIC 9(5) VALUE 0.
          01 WS-Charge-Total PIC 9(7)V99 VALUE 0.
          01 WS-Adjustment PIC S9(7)V99 VALUE 0.
          01 WS-Enrl-In-Count PIC 9(5) VALUE 0.
          01 WS-Charge-Count PIC 9(5) VALUE 0.
          01 WS-Inv-In-Count PIC 9(5) VALUE 0.
          01 WS-Adjust-Count PIC 9(5) VALUE 0.
          01 WS-Payment-Count PIC 9(5) VALUE 0.
          01 WS-Invoice-Billed PIC 9(9)V99 VALUE 0.
          01 WS-Invoice-Paid PIC 9(9)V99 VALUE 0.
          01 WS-Ledger-Billed PIC S9(9)V99 VALUE 0.
          01 WS-Ledger-Paid PIC 9(9)V99 VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPEN-FILES
           PERFORM 100-LOAD-COURSE-CHARGES
           PERFORM 300-LOAD-OPENING-BALANCES
           CLOSE COURSE-ENROLL
           CLOSE COURSE-MASTER
           CLOSE INVOICE-FILE
           CLOSE LEDGER-FILE
           DISPLAY "LEDGCONV: ENROLLMENTS READ " WS-Enrl-In-Count
               " COURSE CHARGES " WS-Charge-Count
           DISPLAY "LEDGCONV: INVOICES READ " WS-Inv-In-Count
               " ADJUSTMENTS " WS-Adjust-Count
               " PAYMENTS " WS-Payment-Count
           IF WS-Ledger-Billed NOT = WS-Invoice-Billed
               OR WS-Ledger-Paid NOT = WS-Invoice-Paid
               DISPLAY "LEDGCONV: TOTALS DO NOT BALANCE, REVIEW RUN"
           END-IF
           STOP RUN.

       050-OPEN-FILES.
           OPEN INPUT COURSE-ENROLL
           IF WS-Enroll-Status NOT = "00"
               DISPLAY "LEDGCONV: COURSE-ENROLL missing, STATUS="
                   WS-Enroll-Status
               STOP RUN
           END-IF
           OPEN INPUT COURSE-MASTER
           IF WS-Course-Status NOT = "00"
               DISPLAY "LEDGCONV: COURSE-MASTER missing, STATUS="
                   WS-Course-Status
               CLOSE COURSE-ENROLL
               STOP RUN
           END-IF
           OPEN INPUT INVOICE-FILE
           IF WS-Invoice-Status NOT = "00"
               DISPLAY "LEDGCONV: INVOICE-FILE missing, STATUS="
                   WS-Invoice-Status
               CLOSE COURSE-ENROLL
               CLOSE COURSE-MASTER
               STOP RUN
           END-IF
           OPEN OUTPUT LEDGER-FILE
           IF WS-Ledger-Status NOT = "00"
               DISPLAY "LEDGCONV: cannot create ledger, STATUS="
                   WS-Ledger-Status
               CLOSE COURSE-ENROLL
               CLOSE COURSE-MASTER
               CLOSE INVOICE-FILE
               STOP RUN
           END-IF
           CLOSE LEDGER-FILE
           OPEN I-O LEDGER-FILE.

      *> Only seats on a term that was actually invoiced are charged;
      *> an enrollment for a term TUITBILL has not yet billed is left
      *> for TUITBILL to charge in the normal way.
       100-LOAD-COURSE-CHARGES.
           MOVE "N" TO WS-Eof-Switch
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ COURSE-ENROLL NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       ADD 1 TO WS-Enrl-In-Count
                       PERFORM 200-CHECK-ENROLLMENT
               END-READ
           END-PERFORM.

       200-CHECK-ENROLLMENT.
           MOVE CE-STUDENT-ID TO IV-STUDENT-ID
           MOVE CE-TERM TO IV-TERM
           READ INVOICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CE-COURSE-ID TO CM-COURSE-ID
                   READ COURSE-MASTER
                       INVALID KEY
                           DISPLAY "LEDGCONV: COURSE NOT ON MASTER: "
                               CE-COURSE-ID " " CE-STUDENT-ID
                       NOT INVALID KEY
                           IF CM-COURSE-FEE > 0
                               PERFORM 250-WRITE-COURSE-CHARGE
                           END-IF
                   END-READ
           END-READ.

       250-WRITE-COURSE-CHARGE.
           MOVE CE-STUDENT-ID TO WS-Scan-Student
           MOVE CE-TERM TO WS-Scan-Term
           PERFORM 800-SCAN-LEDGER
           MOVE CE-STUDENT-ID TO LG-STUDENT-ID
           MOVE CE-TERM TO LG-TERM
           COMPUTE LG-ENTRY-SEQ = WS-Last-Entry-Seq + 1
           MOVE "C" TO LG-ENTRY-TYPE
           MOVE IV-INVOICE-DATE TO LG-ENTRY-DATE
           MOVE IV-INVOICE-DATE TO LG-DUE-DATE
           MOVE CM-COURSE-FEE TO LG-AMOUNT
           MOVE CE-COURSE-ID TO LG-COURSE-ID
           MOVE "LEDGCONV" TO LG-PROGRAM
           MOVE "TUITION" TO LG-DESCRIPTION
           WRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "LEDGCONV: UNABLE TO WRITE CHARGE: "
                       CE-STUDENT-ID " " CE-COURSE-ID
               NOT INVALID KEY
                   ADD 1 TO WS-Charge-Count
                   ADD CM-COURSE-FEE TO WS-Ledger-Billed
           END-WRITE.

       300-LOAD-OPENING-BALANCES.
           MOVE LOW-VALUES TO IV-INVOICE-KEY
           START INVOICE-FILE KEY >= IV-INVOICE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Eof-Switch
               NOT INVALID KEY
                   MOVE "N" TO WS-Eof-Switch
           END-START
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       ADD 1 TO WS-Inv-In-Count
                       ADD IV-TOTAL-AMOUNT TO WS-Invoice-Billed
                       ADD IV-PAID-AMOUNT TO WS-Invoice-Paid
                       PERFORM 400-BALANCE-INVOICE
               END-READ
           END-PERFORM.

      *> The adjustment is a charge when the invoice carries more
      *> than the course charges found (fees changed since billing,
      *> seats since dropped) and a refund when it carries less.
       400-BALANCE-INVOICE.
           MOVE IV-STUDENT-ID TO WS-Scan-Student
           MOVE IV-TERM TO WS-Scan-Term
           PERFORM 800-SCAN-LEDGER
           COMPUTE WS-Adjustment = IV-TOTAL-AMOUNT - WS-Charge-Total
           IF WS-Adjustment > 0
               MOVE "C" TO LG-ENTRY-TYPE
               MOVE IV-INVOICE-DATE TO LG-DUE-DATE
               MOVE WS-Adjustment TO LG-AMOUNT
               MOVE "OPENING BALANCE ADJUSTMENT" TO LG-DESCRIPTION
               PERFORM 450-WRITE-OPENING-ENTRY
               ADD WS-Adjustment TO WS-Ledger-Billed
               ADD 1 TO WS-Adjust-Count
           END-IF
           IF WS-Adjustment < 0
               MOVE "R" TO LG-ENTRY-TYPE
               MOVE SPACES TO LG-DUE-DATE
               COMPUTE LG-AMOUNT = 0 - WS-Adjustment
               MOVE "OPENING BALANCE ADJUSTMENT" TO LG-DESCRIPTION
               PERFORM 450-WRITE-OPENING-ENTRY
               ADD WS-Adjustment TO WS-Ledger-Billed
               ADD 1 TO WS-Adjust-Count
           END-IF
           IF IV-PAID-AMOUNT > 0
               MOVE "P" TO LG-ENTRY-TYPE
               MOVE SPACES TO LG-DUE-DATE
               MOVE IV-PAID-AMOUNT TO LG-AMOUNT
               MOVE "PAYMENTS TO DATE" TO LG-DESCRIPTION
               PERFORM 450-WRITE-OPENING-ENTRY
               ADD IV-PAID-AMOUNT TO WS-Ledger-Paid
               ADD 1 TO WS-Payment-Count
           END-IF.

       450-WRITE-OPENING-ENTRY.
           ADD 1 TO WS-Last-Entry-Seq
           MOVE IV-STUDENT-ID TO LG-STUDENT-ID
           MOVE IV-TERM TO LG-TERM
           MOVE WS-Last-Entry-Seq TO LG-ENTRY-SEQ
           MOVE IV-INVOICE-DATE TO LG-ENTRY-DATE
           MOVE SPACES TO LG-COURSE-ID
           MOVE "LEDGCONV" TO LG-PROGRAM
           WRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "LEDGCONV: UNABLE TO WRITE OPENING ENTRY: "
                       IV-STUDENT-ID " " IV-TERM
           END-WRITE.

      *> Gives the last sequence used for the student/term and the
      *> course charges already loaded for it.
       800-SCAN-LEDGER.
           MOVE 0 TO WS-Last-Entry-Seq
           MOVE 0 TO WS-Charge-Total
           MOVE "N" TO WS-Ledger-Eof
           MOVE WS-Scan-Student TO LG-STUDENT-ID
           MOVE WS-Scan-Term TO LG-TERM
           MOVE 0 TO LG-ENTRY-SEQ
           START LEDGER-FILE KEY >= LG-LEDGER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Ledger-Eof
           END-START
           PERFORM UNTIL WS-Ledger-Eof = "Y"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Ledger-Eof
                   NOT AT END
                       IF LG-STUDENT-ID NOT = WS-Scan-Student
                           OR LG-TERM NOT = WS-Scan-Term
                           MOVE "Y" TO WS-Ledger-Eof
                       ELSE
                           MOVE LG-ENTRY-SEQ TO WS-Last-Entry-Seq
                           IF LG-ENTRY-TYPE = "C"
                               ADD LG-AMOUNT TO WS-Charge-Total
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
