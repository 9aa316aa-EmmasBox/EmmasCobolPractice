               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-INVOICE-KEY
               FILE STATUS IS WS-Invoice-Status.
           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM
               FILE STATUS IS WS-TermCal-Status.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-Ledger-Status.
           SELECT SORT-WORK ASSIGN TO "SORTWK1".
           SELECT REPORT-OUT ASSIGN TO "BILLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY STUDMAS.
       FD  INVOICE-FILE.
           COPY INVFILE.
       FD  TERM-CALENDAR.
           COPY TERMCAL.
       FD  LEDGER-FILE.
           COPY LEDGER.
      *> COURSE-ENROLL is keyed course/student; the sort regroups
      *> the billed term's records by student so each student's
      *> invoice lines come out together.
          01 WS-StudMas-Status PIC X(2).
          01 WS-Invoice-Status PIC X(2).
          01 WS-Report-Status PIC X(2).
          01 WS-TermCal-Status PIC X(2).
          01 WS-Ledger-Status PIC X(2).
          01 WS-Ledger-Eof PIC X(1) VALUE "N".
          01 WS-Due-Date PIC X(8).
          01 WS-Last-Entry-Seq PIC 9(5) VALUE 0.
          01 WS-Ledger-Net PIC S9(7)V99 VALUE 0.
          01 WS-Course-Charged PIC X(1) VALUE "N".
          01 WS-Scan-Course PIC X(6).
          01 WS-Line-Flag PIC X(14).
          01 WS-Charges-Posted PIC 9(5) VALUE 0.
          01 WS-Eof-Switch PIC X(1) VALUE "N".
          01 WS-First-Record PIC X(1) VALUE "Y".
          01 WS-Prior-Student PIC X(9).
               STOP RUN
           END-IF
           PERFORM 080-OPEN-INVOICE-FILE
           PERFORM 090-OPEN-LEDGER
           OPEN OUTPUT REPORT-OUT
           SORT SORT-WORK
               ON ASCENDING KEY SR-STUDENT-ID SR-COURSE-ID
           CLOSE STUDENT-MASTER
           CLOSE COURSE-MASTER
           CLOSE INVOICE-FILE
           CLOSE LEDGER-FILE
           CLOSE REPORT-OUT
           DISPLAY "TUITBILL: BILLED " WS-Enroll-Billed
               " ENROLLMENTS ON " WS-Invoice-Count " INVOICES, "
               WS-Charges-Posted " NEW CHARGES"
           PERFORM 958-WRITE-RUN-END
           STOP RUN.

                   WITH NO ADVANCING
               ACCEPT WS-Billing-Term
           END-PERFORM
           DISPLAY "TUITBILL: BILLING TERM " WS-Billing-Term
           PERFORM 060-CHECK-BILLING-TERM.

      *> A term that is not on the calendar is a keying error, and
      *> billing it would raise invoices nobody can ever match to
      *> enrollments; the run stops before anything is written.
      *> Charges fall due when the term starts, or on the billing
      *> date for a term that has already started.
       060-CHECK-BILLING-TERM.
           OPEN INPUT TERM-CALENDAR
           IF WS-TermCal-Status NOT = "00"
               DISPLAY "TUITBILL: TERM-CALENDAR missing, STATUS="
                   WS-TermCal-Status
               STOP RUN
           END-IF
           MOVE WS-Billing-Term TO TC-TERM
           READ TERM-CALENDAR
               INVALID KEY
                   DISPLAY "TUITBILL: TERM " WS-Billing-Term
                       " NOT ON CALENDAR"
                   CLOSE TERM-CALENDAR
                   STOP RUN
           END-READ
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Due-Date
           IF TC-START-DATE > WS-Due-Date
               MOVE TC-START-DATE TO WS-Due-Date
           END-IF
           CLOSE TERM-CALENDAR.

       080-OPEN-INVOICE-FILE.
           OPEN I-O INVOICE-FILE
               OPEN I-O INVOICE-FILE
           END-IF.

       090-OPEN-LEDGER.
           OPEN I-O LEDGER-FILE
           IF WS-Ledger-Status = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.

      *> COURSE-ENROLL was opened (and its absence made fatal) back
      *> in 000-MAIN: a billing run that never read its input must
      *> not reach the clean RUNHIST end RUNGATE trusts.
                   MOVE CM-COURSE-TITLE TO WS-Course-Title
                   MOVE CM-COURSE-FEE TO WS-Line-Fee
           END-READ
           PERFORM 610-POST-COURSE-CHARGE
           MOVE WS-Line-Fee TO WS-Edit-Fee
           MOVE SPACES TO REPORT-LINE
           STRING "  " SR-COURSE-ID " " WS-Course-Title " "
               WS-Edit-Fee " " WS-Line-Flag
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-Enroll-Billed.

      *> A course is charged to the ledger once. A re-run of the
      *> billing finds the charge already there and posts nothing;
      *> a course that was dropped and refunded since its charge
      *> and has been taken up again is charged afresh.
       610-POST-COURSE-CHARGE.
           MOVE SPACES TO WS-Line-Flag
           MOVE SR-COURSE-ID TO WS-Scan-Course
           PERFORM 800-SCAN-LEDGER
           IF WS-Course-Charged = "Y"
               MOVE "BILLED EARLIER" TO WS-Line-Flag
           ELSE
               IF WS-Line-Fee > 0
                   MOVE WS-Prior-Student TO LG-STUDENT-ID
                   MOVE WS-Billing-Term TO LG-TERM
                   COMPUTE LG-ENTRY-SEQ = WS-Last-Entry-Seq + 1
                   MOVE "C" TO LG-ENTRY-TYPE
                   MOVE FUNCTION CURRENT-DATE (1:8) TO LG-ENTRY-DATE
                   MOVE WS-Due-Date TO LG-DUE-DATE
                   MOVE WS-Line-Fee TO LG-AMOUNT
                   MOVE SR-COURSE-ID TO LG-COURSE-ID
                   MOVE "TUITBILL" TO LG-PROGRAM
                   MOVE "TUITION" TO LG-DESCRIPTION
                   WRITE LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "TUITBILL: UNABLE TO POST CHARGE: "
                               WS-Prior-Student " " SR-COURSE-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-Charges-Posted
                           MOVE "NEW CHARGE" TO WS-Line-Flag
                   END-WRITE
               END-IF
           END-IF.

      *> The invoice total is the ledger's charges for the term, net
      *> of drop refunds and plus any late fees, so INVFILE always
      *> balances back to the ledger. A re-run of the billing for
      *> the same term refreshes the billed total on the existing
      *> invoice without disturbing whatever PAYPOST has already
      *> applied against it.
       650-CLOSE-INVOICE.
           MOVE SPACES TO WS-Scan-Course
           PERFORM 800-SCAN-LEDGER
           IF WS-Ledger-Net < 0
               MOVE 0 TO WS-Ledger-Net
           END-IF
           MOVE WS-Ledger-Net TO WS-Student-Total
           ADD WS-Student-Total TO WS-Grand-Total
           MOVE WS-Student-Total TO WS-Edit-Total
           MOVE SPACES TO REPORT-LINE
           STRING "  TERM CHARGES LESS REFUNDS: " WS-Edit-Total
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> One pass over the student's ledger entries for the term
      *> gives the last entry sequence used, the net of debits less
      *> refunds, and whether WS-Scan-Course stands charged (its
      *> latest entry is a charge rather than a refund).
       800-SCAN-LEDGER.
           MOVE 0 TO WS-Last-Entry-Seq
           MOVE 0 TO WS-Ledger-Net
           MOVE "N" TO WS-Course-Charged
           MOVE "N" TO WS-Ledger-Eof
           MOVE WS-Prior-Student TO LG-STUDENT-ID
           MOVE WS-Billing-Term TO LG-TERM
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
                       IF LG-STUDENT-ID NOT = WS-Prior-Student
                           OR LG-TERM NOT = WS-Billing-Term
                           MOVE "Y" TO WS-Ledger-Eof
                       ELSE
                           PERFORM 810-TALLY-LEDGER-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       810-TALLY-LEDGER-ENTRY.
           MOVE LG-ENTRY-SEQ TO WS-Last-Entry-Seq
           EVALUATE LG-ENTRY-TYPE
               WHEN "C"
               WHEN "L"
                   ADD LG-AMOUNT TO WS-Ledger-Net
               WHEN "R"
                   SUBTRACT LG-AMOUNT FROM WS-Ledger-Net
           END-EVALUATE
           IF LG-COURSE-ID = WS-Scan-Course
               AND LG-COURSE-ID NOT = SPACES
               EVALUATE LG-ENTRY-TYPE
                   WHEN "C"
                       MOVE "Y" TO WS-Course-Charged
                   WHEN "R"
                       MOVE "N" TO WS-Course-Charged
               END-EVALUATE
           END-IF.

       950-WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Run-Start-Time
           PERFORM 955-OPEN-RUN-HISTORY
