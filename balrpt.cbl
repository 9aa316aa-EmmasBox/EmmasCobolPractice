       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-Ledger-Status.
           SELECT INVOICE-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
       01  REPORT-LINE PIC X(132).
       FD  RUN-HISTORY.
           COPY RUNHIST.
        WORKING-STORAGE SECTION.
          01 WS-Ledger-Status PIC X(2).
          01 WS-Invoice-Status PIC X(2).
          01 WS-StudMas-Status PIC X(2).
          01 WS-Report-Status PIC X(2).
          01 WS-Eof-Switch PIC X(1) VALUE "N".
          01 WS-First-Record PIC X(1) VALUE "Y".
          01 WS-Student-Name PIC X(30).
          01 WS-Prior-Student PIC X(9).
          01 WS-Prior-Term PIC X(5).
          01 WS-Current-Date PIC X(8).
          01 WS-Today-Num PIC 9(8).
          01 WS-Due-Num PIC 9(8).
          01 WS-Days-Past-Due PIC S9(5) VALUE 0.
          01 WS-Debits PIC 9(7)V99 VALUE 0.
          01 WS-Credits PIC 9(7)V99 VALUE 0.
          01 WS-Credit-Left PIC 9(7)V99 VALUE 0.
          01 WS-Open-Amount PIC 9(7)V99 VALUE 0.
          01 WS-Balance PIC S9(7)V99 VALUE 0.
          01 WS-Bucket-Amounts.
             05 WS-Bucket-Amount PIC 9(7)V99 OCCURS 4 TIMES.
          01 WS-Bucket-Totals.
             05 WS-Bucket-Total PIC 9(9)V99 OCCURS 4 TIMES.
          01 WS-Bucket PIC 9(1) VALUE 0.
          01 WS-Debit-Count PIC 9(3) VALUE 0.
          01 WS-Debit-Max PIC 9(3) VALUE 200.
          01 WS-Debit-Full-Warned PIC X(1) VALUE "N".
          01 WS-Debit-Table.
             05 WS-Debit-Entry OCCURS 200 TIMES.
                10 WD-DUE-DATE PIC X(8).
                10 WD-AMOUNT PIC 9(7)V99.
          01 WS-Sub PIC 9(3) VALUE 0.
          01 WS-Ledger-Billed PIC S9(9)V99 VALUE 0.
          01 WS-Ledger-Paid PIC 9(9)V99 VALUE 0.
          01 WS-Invoice-Billed PIC 9(9)V99 VALUE 0.
          01 WS-Invoice-Paid PIC 9(9)V99 VALUE 0.
          01 WS-Balance-Total PIC S9(9)V99 VALUE 0.
          01 WS-Edit-Balance PIC Z(6)9.99CR.
          01 WS-Edit-Bucket-1 PIC Z(6)9.99.
          01 WS-Edit-Bucket-2 PIC Z(6)9.99.
          01 WS-Edit-Bucket-3 PIC Z(6)9.99.
          01 WS-Edit-Bucket-4 PIC Z(6)9.99.
          01 WS-Edit-Grand PIC Z(8)9.99CR.
          01 WS-Edit-Grand-1 PIC Z(8)9.99.
          01 WS-Edit-Grand-2 PIC Z(8)9.99.
          01 WS-Edit-Grand-3 PIC Z(8)9.99.
          01 WS-Edit-Grand-4 PIC Z(8)9.99.
          01 WS-Edit-Ledger PIC Z(8)9.99CR.
          01 WS-Edit-Invoice PIC Z(8)9.99CR.
          01 WS-Entries-Read PIC 9(7) VALUE 0.
          01 WS-Invoice-Read PIC 9(5) VALUE 0.
          01 WS-Open-Count PIC 9(5) VALUE 0.
          01 WS-In-Balance PIC X(1) VALUE "Y".
          01 WS-Run-Status PIC X(2).
          01 WS-Run-Start-Time PIC X(14).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 950-WRITE-RUN-START
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Current-Date
           MOVE WS-Current-Date TO WS-Today-Num
           OPEN INPUT LEDGER-FILE
           IF WS-Ledger-Status NOT = "00"
               DISPLAY "BALRPT: LEDGER missing, STATUS="
                   WS-Ledger-Status
               STOP RUN
           END-IF
           OPEN INPUT INVOICE-FILE
           IF WS-Invoice-Status NOT = "00"
               DISPLAY "BALRPT: INVOICE-FILE missing, STATUS="
                   WS-Invoice-Status
               CLOSE LEDGER-FILE
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF WS-StudMas-Status NOT = "00"
               DISPLAY "BALRPT: STUDENT-MASTER missing, STATUS="
                   WS-StudMas-Status
               CLOSE LEDGER-FILE
               CLOSE INVOICE-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-OUT
           INITIALIZE WS-Bucket-Amounts
           INITIALIZE WS-Bucket-Totals
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
               PERFORM 400-AGE-ACCOUNT
           END-IF
           PERFORM 600-TOTAL-INVOICES
           PERFORM 700-WRITE-FOOTER
           PERFORM 750-WRITE-CONTROL-TOTALS
           CLOSE LEDGER-FILE
           CLOSE INVOICE-FILE
           CLOSE STUDENT-MASTER
           CLOSE REPORT-OUT
           DISPLAY "BALRPT: " WS-Entries-Read " LEDGER ENTRIES, "
               WS-Open-Count " ACCOUNTS WITH BALANCE"
           PERFORM 958-WRITE-RUN-END
           STOP RUN.

       100-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "AGED RECEIVABLES REPORT        Run Date: "
               WS-Current-Date
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "STUDENT ID NAME                          TERM"
               TO REPORT-LINE
           MOVE "     BALANCE        0-30       31-60       61-90"
               TO REPORT-LINE (48:48)
           MOVE "     OVER 90" TO REPORT-LINE (96:12)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> LEDGER is keyed student/term/sequence, so each account's
      *> entries arrive together in the order they were posted and
      *> the account is aged when the student or term changes.
       200-ACCOUNT-BREAK.
           IF WS-First-Record = "Y"
               MOVE "N" TO WS-First-Record
           ELSE
               IF LG-STUDENT-ID NOT = WS-Prior-Student
                   OR LG-TERM NOT = WS-Prior-Term
                   PERFORM 400-AGE-ACCOUNT
               END-IF
           END-IF
           MOVE LG-STUDENT-ID TO WS-Prior-Student
           MOVE LG-TERM TO WS-Prior-Term.

       300-ACCUMULATE-ENTRY.
           EVALUATE LG-ENTRY-TYPE
               WHEN "C"
               WHEN "L"
                   ADD LG-AMOUNT TO WS-Debits
                   ADD LG-AMOUNT TO WS-Ledger-Billed
                   PERFORM 310-ADD-DEBIT
               WHEN "P"
                   ADD LG-AMOUNT TO WS-Credits
                   ADD LG-AMOUNT TO WS-Ledger-Paid
               WHEN "R"
                   ADD LG-AMOUNT TO WS-Credits
                   SUBTRACT LG-AMOUNT FROM WS-Ledger-Billed
           END-EVALUATE.

      *> An account with more debits than the table holds is not
      *> expected; the overflow is carried on the last debit so the
      *> balance still comes out right, only its aging is approximate.
       310-ADD-DEBIT.
           IF WS-Debit-Count >= WS-Debit-Max
               IF WS-Debit-Full-Warned = "N"
                   DISPLAY "BALRPT: DEBIT TABLE FULL FOR "
                       LG-STUDENT-ID " " LG-TERM
                   MOVE "Y" TO WS-Debit-Full-Warned
               END-IF
               ADD LG-AMOUNT TO WD-AMOUNT (WS-Debit-Count)
           ELSE
               ADD 1 TO WS-Debit-Count
               MOVE LG-DUE-DATE TO WD-DUE-DATE (WS-Debit-Count)
               MOVE LG-AMOUNT TO WD-AMOUNT (WS-Debit-Count)
           END-IF.

      *> Payments and refunds are applied to the oldest debits first;
      *> whatever of each debit is left unpaid is aged by days past
      *> its due date. An account in credit prints with no aging.
       400-AGE-ACCOUNT.
           MOVE WS-Credits TO WS-Credit-Left
           PERFORM VARYING WS-Sub FROM 1 BY 1
               UNTIL WS-Sub > WS-Debit-Count
               PERFORM 410-AGE-DEBIT
           END-PERFORM
           COMPUTE WS-Balance = WS-Debits - WS-Credits
           IF WS-Balance NOT = 0
               ADD 1 TO WS-Open-Count
               ADD WS-Balance TO WS-Balance-Total
               PERFORM 500-WRITE-AGING-LINE
           END-IF
           MOVE 0 TO WS-Debits
           MOVE 0 TO WS-Credits
           MOVE 0 TO WS-Debit-Count
           MOVE "N" TO WS-Debit-Full-Warned
           INITIALIZE WS-Bucket-Amounts.

       410-AGE-DEBIT.
           IF WS-Credit-Left >= WD-AMOUNT (WS-Sub)
               SUBTRACT WD-AMOUNT (WS-Sub) FROM WS-Credit-Left
           ELSE
               COMPUTE WS-Open-Amount =
                   WD-AMOUNT (WS-Sub) - WS-Credit-Left
               MOVE 0 TO WS-Credit-Left
               PERFORM 420-SET-BUCKET
               ADD WS-Open-Amount TO WS-Bucket-Amount (WS-Bucket)
               ADD WS-Open-Amount TO WS-Bucket-Total (WS-Bucket)
           END-IF.

      *> A debit not yet due, or with no due date, is current.
       420-SET-BUCKET.
           MOVE 0 TO WS-Days-Past-Due
           IF WD-DUE-DATE (WS-Sub) IS NUMERIC
               AND WD-DUE-DATE (WS-Sub) < WS-Current-Date
               MOVE WD-DUE-DATE (WS-Sub) TO WS-Due-Num
               COMPUTE WS-Days-Past-Due =
                   FUNCTION INTEGER-OF-DATE (WS-Today-Num)
                   - FUNCTION INTEGER-OF-DATE (WS-Due-Num)
           END-IF
           EVALUATE TRUE
               WHEN WS-Days-Past-Due <= 30
                   MOVE 1 TO WS-Bucket
               WHEN WS-Days-Past-Due <= 60
                   MOVE 2 TO WS-Bucket
               WHEN WS-Days-Past-Due <= 90
                   MOVE 3 TO WS-Bucket
               WHEN OTHER
                   MOVE 4 TO WS-Bucket
           END-EVALUATE.

       500-WRITE-AGING-LINE.
           MOVE WS-Prior-Student TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-Student-Name
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME TO WS-Student-Name
           END-READ
           MOVE WS-Balance TO WS-Edit-Balance
           MOVE WS-Bucket-Amount (1) TO WS-Edit-Bucket-1
           MOVE WS-Bucket-Amount (2) TO WS-Edit-Bucket-2
           MOVE WS-Bucket-Amount (3) TO WS-Edit-Bucket-3
           MOVE WS-Bucket-Amount (4) TO WS-Edit-Bucket-4
           MOVE SPACES TO REPORT-LINE
           STRING WS-Prior-Student " " WS-Student-Name " "
               WS-Prior-Term " " WS-Edit-Balance "  "
               WS-Edit-Bucket-1 "  " WS-Edit-Bucket-2 "  "
               WS-Edit-Bucket-3 "  " WS-Edit-Bucket-4
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       600-TOTAL-INVOICES.
           MOVE "N" TO WS-Eof-Switch
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       ADD 1 TO WS-Invoice-Read
                       ADD IV-TOTAL-AMOUNT TO WS-Invoice-Billed
                       ADD IV-PAID-AMOUNT TO WS-Invoice-Paid
               END-READ
           END-PERFORM.

       700-WRITE-FOOTER.
           MOVE WS-Balance-Total TO WS-Edit-Grand
           MOVE WS-Bucket-Total (1) TO WS-Edit-Grand-1
           MOVE WS-Bucket-Total (2) TO WS-Edit-Grand-2
           MOVE WS-Bucket-Total (3) TO WS-Edit-Grand-3
           MOVE WS-Bucket-Total (4) TO WS-Edit-Grand-4
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "TOTALS   " WS-Open-Count " ACCOUNTS"
               DELIMITED BY SIZE INTO REPORT-LINE
           MOVE WS-Edit-Grand TO REPORT-LINE (46:14)
           MOVE WS-Edit-Grand-1 TO REPORT-LINE (60:12)
           MOVE WS-Edit-Grand-2 TO REPORT-LINE (72:12)
           MOVE WS-Edit-Grand-3 TO REPORT-LINE (84:12)
           MOVE WS-Edit-Grand-4 TO REPORT-LINE (96:12)
           WRITE REPORT-LINE.

      *> The ledger must carry exactly what INVFILE says was billed
      *> and paid: charges and late fees less refunds against
      *> IV-TOTAL-AMOUNT, payments against IV-PAID-AMOUNT.
       750-WRITE-CONTROL-TOTALS.
           IF WS-Ledger-Billed NOT = WS-Invoice-Billed
               OR WS-Ledger-Paid NOT = WS-Invoice-Paid
               MOVE "N" TO WS-In-Balance
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-Ledger-Billed TO WS-Edit-Ledger
           MOVE WS-Invoice-Billed TO WS-Edit-Invoice
           STRING "CONTROL  BILLED - LEDGER: " WS-Edit-Ledger
               "  INVFILE: " WS-Edit-Invoice
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-Ledger-Paid TO WS-Edit-Ledger
           MOVE WS-Invoice-Paid TO WS-Edit-Invoice
           MOVE SPACES TO REPORT-LINE
           STRING "         PAID   - LEDGER: " WS-Edit-Ledger
               "  INVFILE: " WS-Edit-Invoice
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-In-Balance = "Y"
               STRING "         LEDGER ENTRIES: " WS-Entries-Read
                   "  INVOICES: " WS-Invoice-Read
                   "  IN BALANCE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY "BALRPT: LEDGER IN BALANCE WITH INVFILE"
           ELSE
               STRING "         LEDGER ENTRIES: " WS-Entries-Read
                   "  INVOICES: " WS-Invoice-Read
                   "  *** OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY "BALRPT: *** LEDGER OUT OF BALANCE WITH"
                   " INVFILE ***"
           END-IF
           WRITE REPORT-LINE.

       950-WRITE-RUN-START.
           MOVE "E" TO RH-RECORD-TYPE
           MOVE WS-Run-Start-Time TO RH-START-TIME
           MOVE FUNCTION CURRENT-DATE (1:14) TO RH-END-TIME
           MOVE WS-Entries-Read TO RH-RECORDS-READ
           MOVE WS-Open-Count TO RH-RECORDS-WRITTEN
           MOVE "C" TO RH-OUTCOME
           WRITE RUN-HISTORY-RECORD
