       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATEFEE.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-Ledger-Status.
           SELECT INVOICE-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-INVOICE-KEY
               FILE STATUS IS WS-Invoice-Status.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-StudMas-Status.
           SELECT REPORT-OUT ASSIGN TO "LATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           COPY LEDGER.
       FD  INVOICE-FILE.
           COPY INVFILE.
       FD  STUDENT-MASTER.
           COPY STUDMAS.
       FD  REPORT-OUT.
       01  REPORT-LINE PIC X(80).
       FD  RUN-HISTORY.
           COPY RUNHIST.
        WORKING-STORAGE SECTION.
          01 WS-Ledger-Status PIC X(2).
          01 WS-Invoice-Status PIC X(2).
          01 WS-StudMas-Status PIC X(2).
          01 WS-Report-Status PIC X(2).
          01 WS-Eof-Switch PIC X(1) VALUE "N".
          01 WS-First-Record PIC X(1) VALUE "Y".
          01 WS-Late-Fee PIC 9(5)V99 VALUE 25.00.
          01 WS-Grace-Days PIC 9(3) VALUE 30.
          01 WS-Today PIC X(8).
          01 WS-Today-Num PIC 9(8).
          01 WS-Due-Num PIC 9(8).
          01 WS-Days-Late PIC S9(5) VALUE 0.
          01 WS-Prior-Student PIC X(9).
          01 WS-Prior-Term PIC X(5).
          01 WS-Prior-Seq PIC 9(5) VALUE 0.
          01 WS-Overdue-Debits PIC 9(7)V99 VALUE 0.
          01 WS-Credits PIC 9(7)V99 VALUE 0.
          01 WS-Overdue-Amount PIC S9(7)V99 VALUE 0.
          01 WS-Fee-This-Month PIC X(1) VALUE "N".
          01 WS-Student-Name PIC X(30).
          01 WS-Edit-Overdue PIC Z(6)9.99.
          01 WS-Edit-Fee PIC Z(4)9.99.
          01 WS-Edit-Total PIC Z(8)9.99.
          01 WS-Entries-Read PIC 9(7) VALUE 0.
          01 WS-Overdue-Count PIC 9(5) VALUE 0.
          01 WS-Fees-Posted PIC 9(5) VALUE 0.
          01 WS-Fee-Total PIC 9(9)V99 VALUE 0.
          01 WS-Fee-Count PIC 9(4) VALUE 0.
          01 WS-Fee-Max PIC 9(4) VALUE 2000.
          01 WS-Fee-Full-Warned PIC X(1) VALUE "N".
          01 WS-Fee-Table.
             05 WS-Fee-Entry OCCURS 2000 TIMES.
                10 WF-STUDENT-ID PIC X(9).
                10 WF-TERM PIC X(5).
                10 WF-NEXT-SEQ PIC 9(5).
                10 WF-OVERDUE PIC 9(7)V99.
          01 WS-Sub PIC 9(4) VALUE 0.
          01 WS-Run-Status PIC X(2).
          01 WS-Run-Start-Time PIC X(14).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 950-WRITE-RUN-START
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today
           MOVE WS-Today TO WS-Today-Num
           OPEN I-O LEDGER-FILE
           IF WS-Ledger-Status NOT = "00"
               DISPLAY "LATEFEE: LEDGER missing, STATUS="
                   WS-Ledger-Status
               STOP RUN
           END-IF
           OPEN I-O INVOICE-FILE
           IF WS-Invoice-Status NOT = "00"
               DISPLAY "LATEFEE: INVOICE-FILE missing, STATUS="
                   WS-Invoice-Status
               CLOSE LEDGER-FILE
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF WS-StudMas-Status NOT = "00"
               DISPLAY "LATEFEE: STUDENT-MASTER missing, STATUS="
                   WS-StudMas-Status
               CLOSE LEDGER-FILE
               CLOSE INVOICE-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-OUT
           PERFORM 100-WRITE-REPORT-HEADER
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       ADD 1 TO WS-Entries-Read
                       PERFORM 200-ACCOUNT-BREAK
                       PERFORM 300-ACCUMULATE-ENTRY
               END-READ
           END-PERFORM
           IF WS-First-Record = "N"
               PERFORM 400-CHECK-ACCOUNT
           END-IF
           PERFORM VARYING WS-Sub FROM 1 BY 1
               UNTIL WS-Sub > WS-Fee-Count
               PERFORM 500-POST-LATE-FEE
           END-PERFORM
           PERFORM 700-WRITE-CONTROL-TOTALS
           CLOSE LEDGER-FILE
           CLOSE INVOICE-FILE
           CLOSE STUDENT-MASTER
           CLOSE REPORT-OUT
           PERFORM 958-WRITE-RUN-END
           STOP RUN.

       100-WRITE-REPORT-HEADER.
           MOVE WS-Late-Fee TO WS-Edit-Fee
           MOVE SPACES TO REPORT-LINE
           STRING "LATE FEES ASSESSED (" WS-Edit-Fee " AFTER "
               WS-Grace-Days " DAYS)     Run Date: " WS-Today
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "STUDENT ID NAME                           TERM "
               "     OVERDUE      FEE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> LEDGER is keyed student/term/sequence, so each account's
      *> entries arrive together and the account is judged when the
      *> student or term changes.
       200-ACCOUNT-BREAK.
           IF WS-First-Record = "Y"
               MOVE "N" TO WS-First-Record
           ELSE
               IF LG-STUDENT-ID NOT = WS-Prior-Student
                   OR LG-TERM NOT = WS-Prior-Term
                   PERFORM 400-CHECK-ACCOUNT
               END-IF
           END-IF
           MOVE LG-STUDENT-ID TO WS-Prior-Student
           MOVE LG-TERM TO WS-Prior-Term.

      *> A debit is overdue once it is more than the grace period
      *> past its due date. A late fee already entered this calendar
      *> month means the account is not charged again until next
      *> month's run.
       300-ACCUMULATE-ENTRY.
           MOVE LG-ENTRY-SEQ TO WS-Prior-Seq
           EVALUATE LG-ENTRY-TYPE
               WHEN "C"
               WHEN "L"
                   PERFORM 310-CHECK-DEBIT-DUE
               WHEN "P"
               WHEN "R"
                   ADD LG-AMOUNT TO WS-Credits
           END-EVALUATE
           IF LG-ENTRY-TYPE = "L"
               AND LG-ENTRY-DATE (1:6) = WS-Today (1:6)
               MOVE "Y" TO WS-Fee-This-Month
           END-IF.

       310-CHECK-DEBIT-DUE.
           IF LG-DUE-DATE IS NUMERIC
               AND LG-DUE-DATE < WS-Today
               MOVE LG-DUE-DATE TO WS-Due-Num
               COMPUTE WS-Days-Late =
                   FUNCTION INTEGER-OF-DATE (WS-Today-Num)
                   - FUNCTION INTEGER-OF-DATE (WS-Due-Num)
               IF WS-Days-Late > WS-Grace-Days
                   ADD LG-AMOUNT TO WS-Overdue-Debits
               END-IF
           END-IF.

      *> Credits pay off the oldest debits first, and the overdue
      *> debits are by definition the oldest, so what is still
      *> overdue is the overdue debits less every credit. Fees are
      *> held in the table and entered after the ledger has been
      *> read through; if the table fills, the remaining accounts
      *> are simply picked up on the next run.
       400-CHECK-ACCOUNT.
           COMPUTE WS-Overdue-Amount = WS-Overdue-Debits - WS-Credits
           IF WS-Overdue-Amount > 0
               ADD 1 TO WS-Overdue-Count
               IF WS-Fee-This-Month = "N"
                   PERFORM 410-ADD-FEE-ENTRY
               END-IF
           END-IF
           MOVE 0 TO WS-Overdue-Debits
           MOVE 0 TO WS-Credits
           MOVE 0 TO WS-Prior-Seq
           MOVE "N" TO WS-Fee-This-Month.

       410-ADD-FEE-ENTRY.
           IF WS-Fee-Count >= WS-Fee-Max
               IF WS-Fee-Full-Warned = "N"
                   DISPLAY "LATEFEE: FEE TABLE FULL, REMAINING"
                       " ACCOUNTS LEFT FOR NEXT RUN"
                   MOVE "Y" TO WS-Fee-Full-Warned
               END-IF
           ELSE
               ADD 1 TO WS-Fee-Count
               MOVE WS-Prior-Student TO WF-STUDENT-ID (WS-Fee-Count)
               MOVE WS-Prior-Term TO WF-TERM (WS-Fee-Count)
               COMPUTE WF-NEXT-SEQ (WS-Fee-Count) = WS-Prior-Seq + 1
               MOVE WS-Overdue-Amount TO WF-OVERDUE (WS-Fee-Count)
           END-IF.

      *> The fee is entered on the ledger, due at once, and added to
      *> the term's invoice so INVFILE keeps balancing to the ledger.
       500-POST-LATE-FEE.
           MOVE WF-STUDENT-ID (WS-Sub) TO LG-STUDENT-ID
           MOVE WF-TERM (WS-Sub) TO LG-TERM
           MOVE WF-NEXT-SEQ (WS-Sub) TO LG-ENTRY-SEQ
           MOVE "L" TO LG-ENTRY-TYPE
           MOVE WS-Today TO LG-ENTRY-DATE
           MOVE WS-Today TO LG-DUE-DATE
           MOVE WS-Late-Fee TO LG-AMOUNT
           MOVE SPACES TO LG-COURSE-ID
           MOVE "LATEFEE" TO LG-PROGRAM
           MOVE "LATE FEE ON OVERDUE BALANCE" TO LG-DESCRIPTION
           WRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "LATEFEE: UNABLE TO POST FEE: "
                       WF-STUDENT-ID (WS-Sub) " " WF-TERM (WS-Sub)
               NOT INVALID KEY
                   ADD 1 TO WS-Fees-Posted
                   ADD WS-Late-Fee TO WS-Fee-Total
                   PERFORM 550-CHARGE-INVOICE
                   PERFORM 600-WRITE-FEE-LINE
           END-WRITE.

       550-CHARGE-INVOICE.
           MOVE WF-STUDENT-ID (WS-Sub) TO IV-STUDENT-ID
           MOVE WF-TERM (WS-Sub) TO IV-TERM
           READ INVOICE-FILE
               INVALID KEY
                   DISPLAY "LATEFEE: NO INVOICE FOR FEE: "
                       WF-STUDENT-ID (WS-Sub) " " WF-TERM (WS-Sub)
               NOT INVALID KEY
                   ADD WS-Late-Fee TO IV-TOTAL-AMOUNT
                   IF IV-PAID-AMOUNT >= IV-TOTAL-AMOUNT
                       MOVE "P" TO IV-STATUS
                   ELSE
                       MOVE "O" TO IV-STATUS
                   END-IF
                   REWRITE INVOICE-RECORD
                       INVALID KEY
                           DISPLAY "LATEFEE: UNABLE TO REWRITE"
                               " INVOICE: " WF-STUDENT-ID (WS-Sub)
                   END-REWRITE
           END-READ.

       600-WRITE-FEE-LINE.
           MOVE WF-STUDENT-ID (WS-Sub) TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-Student-Name
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME TO WS-Student-Name
           END-READ
           MOVE WF-OVERDUE (WS-Sub) TO WS-Edit-Overdue
           MOVE WS-Late-Fee TO WS-Edit-Fee
           MOVE SPACES TO REPORT-LINE
           STRING WF-STUDENT-ID (WS-Sub) "  " WS-Student-Name " "
               WF-TERM (WS-Sub) " " WS-Edit-Overdue " " WS-Edit-Fee
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       700-WRITE-CONTROL-TOTALS.
           MOVE WS-Fee-Total TO WS-Edit-Total
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "LEDGER ENTRIES READ: " WS-Entries-Read
               "  ACCOUNTS OVERDUE: " WS-Overdue-Count
               "  FEES: " WS-Fees-Posted
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL LATE FEES ASSESSED: " WS-Edit-Total
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "LATEFEE: READ " WS-Entries-Read
               " OVERDUE " WS-Overdue-Count
               " FEES " WS-Fees-Posted.

       950-WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Run-Start-Time
           PERFORM 955-OPEN-RUN-HISTORY
           MOVE "LATEFEE" TO RH-PROGRAM
           MOVE "S" TO RH-RECORD-TYPE
           MOVE WS-Run-Start-Time TO RH-START-TIME
           MOVE SPACES TO RH-END-TIME
           MOVE 0 TO RH-RECORDS-READ
           MOVE 0 TO RH-RECORDS-WRITTEN
           MOVE SPACE TO RH-OUTCOME
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY.

       955-OPEN-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY
           IF WS-Run-Status = "05" OR WS-Run-Status = "35"
               OPEN OUTPUT RUN-HISTORY
           END-IF.

       958-WRITE-RUN-END.
           PERFORM 955-OPEN-RUN-HISTORY
           MOVE "LATEFEE" TO RH-PROGRAM
           MOVE "E" TO RH-RECORD-TYPE
           MOVE WS-Run-Start-Time TO RH-START-TIME
           MOVE FUNCTION CURRENT-DATE (1:14) TO RH-END-TIME
           MOVE WS-Entries-Read TO RH-RECORDS-READ
           MOVE WS-Fees-Posted TO RH-RECORDS-WRITTEN
           MOVE "C" TO RH-OUTCOME
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY.
