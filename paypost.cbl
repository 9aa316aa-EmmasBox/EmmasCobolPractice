               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-INVOICE-KEY
               FILE STATUS IS WS-Invoice-Status.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-Ledger-Status.
           SELECT PAY-TRANS ASSIGN TO "PAYTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Trans-Status.
       FILE SECTION.
       FD  INVOICE-FILE.
           COPY INVFILE.
       FD  LEDGER-FILE.
           COPY LEDGER.
       FD  PAY-TRANS.
           COPY PAYTRAN.
       FD  EXCEPT-RPT.
        WORKING-STORAGE SECTION.
          01 WS-Invoice-Status PIC X(2).
          01 WS-Trans-Status PIC X(2).
          01 WS-Ledger-Status PIC X(2).
          01 WS-Ledger-Eof PIC X(1) VALUE "N".
          01 WS-Last-Entry-Seq PIC 9(5) VALUE 0.
          01 WS-Except-Status PIC X(2).
          01 WS-Trans-Eof PIC X(1) VALUE "N".
          01 WS-Read-Count PIC 9(5) VALUE 0.
               CLOSE INVOICE-FILE
               STOP RUN
           END-IF
           PERFORM 100-OPEN-LEDGER
           OPEN OUTPUT EXCEPT-RPT
           PERFORM UNTIL WS-Trans-Eof = "Y"
               READ PAY-TRANS
           END-PERFORM
           PERFORM 700-WRITE-CONTROL-TOTALS
           CLOSE INVOICE-FILE
           CLOSE LEDGER-FILE
           CLOSE PAY-TRANS
           CLOSE EXCEPT-RPT
           PERFORM 958-WRITE-RUN-END
           STOP RUN.

       100-OPEN-LEDGER.
           OPEN I-O LEDGER-FILE
           IF WS-Ledger-Status = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.

      *> Edits run in dependency order: the amount must be usable
      *> before it can be applied, and the payment must match an
      *> invoice on file for the student and term. An unmatched
               NOT INVALID KEY
                   ADD 1 TO WS-Applied-Count
                   ADD PT-AMOUNT TO WS-Applied-Total
                   PERFORM 500-POST-LEDGER-PAYMENT
           END-REWRITE.

      *> Every payment applied to an invoice is also entered on the
      *> student's ledger, after the last entry for the term.
       500-POST-LEDGER-PAYMENT.
           MOVE 0 TO WS-Last-Entry-Seq
           MOVE "N" TO WS-Ledger-Eof
           MOVE PT-STUDENT-ID TO LG-STUDENT-ID
           MOVE PT-TERM TO LG-TERM
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
                       IF LG-STUDENT-ID NOT = PT-STUDENT-ID
                           OR LG-TERM NOT = PT-TERM
                           MOVE "Y" TO WS-Ledger-Eof
                       ELSE
                           MOVE LG-ENTRY-SEQ TO WS-Last-Entry-Seq
                       END-IF
               END-READ
           END-PERFORM
           MOVE PT-STUDENT-ID TO LG-STUDENT-ID
           MOVE PT-TERM TO LG-TERM
           COMPUTE LG-ENTRY-SEQ = WS-Last-Entry-Seq + 1
           MOVE "P" TO LG-ENTRY-TYPE
           MOVE FUNCTION CURRENT-DATE (1:8) TO LG-ENTRY-DATE
           MOVE SPACES TO LG-DUE-DATE
           MOVE PT-AMOUNT TO LG-AMOUNT
           MOVE SPACES TO LG-COURSE-ID
           MOVE "PAYPOST" TO LG-PROGRAM
           MOVE "PAYMENT RECEIVED" TO LG-DESCRIPTION
           WRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "PAYPOST: UNABLE TO POST LEDGER PAYMENT: "
                       PT-STUDENT-ID " " PT-TERM
           END-WRITE.

       600-WRITE-EXCEPTION.
           MOVE SPACES TO EXCEPT-LINE
           STRING "REJECTED " PT-STUDENT-ID " " PT-TERM " "
