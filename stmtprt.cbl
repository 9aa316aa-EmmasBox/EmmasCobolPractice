       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTPRT.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-Ledger-Status.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-StudMas-Status.
           SELECT REPORT-OUT ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           COPY LEDGER.
       FD  STUDENT-MASTER.
           COPY STUDMAS.
       FD  REPORT-OUT.
       01  REPORT-LINE PIC X(80).
       FD  RUN-HISTORY.
           COPY RUNHIST.
        WORKING-STORAGE SECTION.
          01 WS-Ledger-Status PIC X(2).
          01 WS-StudMas-Status PIC X(2).
          01 WS-Report-Status PIC X(2).
          01 WS-Eof-Switch PIC X(1) VALUE "N".
          01 WS-First-Record PIC X(1) VALUE "Y".
          01 WS-Select-Student PIC X(9).
          01 WS-Student-Name PIC X(30).
          01 WS-Prior-Student PIC X(9).
          01 WS-Prior-Term PIC X(5).
          01 WS-Current-Date PIC X(8).
          01 WS-Today-Num PIC 9(8).
          01 WS-Due-Num PIC 9(8).
          01 WS-Days-Past-Due PIC S9(5) VALUE 0.
          01 WS-Term-Balance PIC S9(7)V99 VALUE 0.
          01 WS-Amount-Due PIC S9(7)V99 VALUE 0.
          01 WS-Credits PIC 9(7)V99 VALUE 0.
          01 WS-Credit-Left PIC 9(7)V99 VALUE 0.
          01 WS-Open-Amount PIC 9(7)V99 VALUE 0.
          01 WS-Bucket-Amounts.
             05 WS-Bucket-Amount PIC 9(7)V99 OCCURS 4 TIMES.
          01 WS-Bucket PIC 9(1) VALUE 0.
          01 WS-Debit-Count PIC 9(3) VALUE 0.
          01 WS-Debit-Max PIC 9(3) VALUE 200.
          01 WS-Debit-Full-Warned PIC X(1) VALUE "N".
          01 WS-Debit-Table.
             05 WS-Debit-Entry OCCURS 200 TIMES.
                10 WD-DUE-DATE PIC X(8).
                10 WD-AMOUNT PIC 9(7)V99.
          01 WS-Sub PIC 9(3) VALUE 0.
          01 WS-Edit-Charge PIC Z(6)9.99 BLANK WHEN ZERO.
          01 WS-Edit-Credit PIC Z(6)9.99 BLANK WHEN ZERO.
          01 WS-Edit-Balance PIC Z(6)9.99CR.
          01 WS-Edit-Bucket-1 PIC Z(6)9.99.
          01 WS-Edit-Bucket-2 PIC Z(6)9.99.
          01 WS-Edit-Bucket-3 PIC Z(6)9.99.
          01 WS-Edit-Bucket-4 PIC Z(6)9.99.
          01 WS-Entries-Read PIC 9(7) VALUE 0.
          01 WS-Statement-Count PIC 9(5) VALUE 0.
          01 WS-Run-Status PIC X(2).
          01 WS-Run-Start-Time PIC X(14).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 950-WRITE-RUN-START
           PERFORM 050-ACCEPT-STUDENT
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Current-Date
           MOVE WS-Current-Date TO WS-Today-Num
           OPEN INPUT LEDGER-FILE
           IF WS-Ledger-Status NOT = "00"
               DISPLAY "STMTPRT: LEDGER missing, STATUS="
                   WS-Ledger-Status
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF WS-StudMas-Status NOT = "00"
               DISPLAY "STMTPRT: STUDENT-MASTER missing, STATUS="
                   WS-StudMas-Status
               CLOSE LEDGER-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-OUT
           INITIALIZE WS-Bucket-Amounts
           PERFORM 100-POSITION-LEDGER
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       IF WS-Select-Student NOT = SPACES
                           AND LG-STUDENT-ID NOT = WS-Select-Student
                           MOVE "Y" TO WS-Eof-Switch
                       ELSE
                           ADD 1 TO WS-Entries-Read
                           PERFORM 200-STATEMENT-BREAK
                           PERFORM 300-WRITE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-First-Record = "N"
               PERFORM 400-CLOSE-TERM
               PERFORM 500-CLOSE-STATEMENT
           END-IF
           CLOSE LEDGER-FILE
           CLOSE STUDENT-MASTER
           CLOSE REPORT-OUT
           DISPLAY "STMTPRT: " WS-Entries-Read " LEDGER ENTRIES, "
               WS-Statement-Count " STATEMENTS PRINTED"
           PERFORM 958-WRITE-RUN-END
           STOP RUN.

      *> A student ID prints that one student's statement on demand;
      *> a blank entry prints a statement for every student with
      *> activity on the ledger.
       050-ACCEPT-STUDENT.
           DISPLAY "Enter student ID (blank=all students): "
               WITH NO ADVANCING
           ACCEPT WS-Select-Student.

       100-POSITION-LEDGER.
           IF WS-Select-Student NOT = SPACES
               MOVE WS-Select-Student TO LG-STUDENT-ID
               MOVE SPACES TO LG-TERM
               MOVE 0 TO LG-ENTRY-SEQ
               START LEDGER-FILE KEY >= LG-LEDGER-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-Eof-Switch
               END-START
           END-IF.

      *> A new student starts a new statement; a new term within the
      *> student starts a new term section with its own running
      *> balance.
       200-STATEMENT-BREAK.
           IF WS-First-Record = "Y"
               MOVE "N" TO WS-First-Record
               MOVE LG-STUDENT-ID TO WS-Prior-Student
               MOVE LG-TERM TO WS-Prior-Term
               PERFORM 250-START-STATEMENT
           ELSE
               IF LG-STUDENT-ID NOT = WS-Prior-Student
                   PERFORM 400-CLOSE-TERM
                   PERFORM 500-CLOSE-STATEMENT
                   MOVE LG-STUDENT-ID TO WS-Prior-Student
                   MOVE LG-TERM TO WS-Prior-Term
                   PERFORM 250-START-STATEMENT
               ELSE
                   IF LG-TERM NOT = WS-Prior-Term
                       PERFORM 400-CLOSE-TERM
                       MOVE LG-TERM TO WS-Prior-Term
                       PERFORM 260-WRITE-TERM-HEADER
                   END-IF
               END-IF
           END-IF.

       250-START-STATEMENT.
           ADD 1 TO WS-Statement-Count
           MOVE 0 TO WS-Amount-Due
           INITIALIZE WS-Bucket-Amounts
           MOVE WS-Prior-Student TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "** NOT ON STUDENT MASTER **"
                       TO WS-Student-Name
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME TO WS-Student-Name
           END-READ
           MOVE SPACES TO REPORT-LINE
           STRING "STUDENT ACCOUNT STATEMENT      Statement Date: "
               WS-Current-Date
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "STUDENT: " WS-Prior-Student " " WS-Student-Name
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  DATE     DESCRIPTION              COURSE "
               "   CHARGES    CREDITS      BALANCE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 260-WRITE-TERM-HEADER.

       260-WRITE-TERM-HEADER.
           MOVE 0 TO WS-Term-Balance
           MOVE 0 TO WS-Credits
           MOVE 0 TO WS-Debit-Count
           MOVE "N" TO WS-Debit-Full-Warned
           MOVE SPACES TO REPORT-LINE
           STRING "TERM: " WS-Prior-Term
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       300-WRITE-ENTRY.
           MOVE 0 TO WS-Edit-Charge
           MOVE 0 TO WS-Edit-Credit
           EVALUATE LG-ENTRY-TYPE
               WHEN "C"
               WHEN "L"
                   ADD LG-AMOUNT TO WS-Term-Balance
                   MOVE LG-AMOUNT TO WS-Edit-Charge
                   PERFORM 310-ADD-DEBIT
               WHEN "P"
               WHEN "R"
                   SUBTRACT LG-AMOUNT FROM WS-Term-Balance
                   MOVE LG-AMOUNT TO WS-Edit-Credit
                   ADD LG-AMOUNT TO WS-Credits
           END-EVALUATE
           MOVE WS-Term-Balance TO WS-Edit-Balance
           MOVE SPACES TO REPORT-LINE
           STRING "  " LG-ENTRY-DATE " " LG-DESCRIPTION (1:24) " "
               LG-COURSE-ID " " WS-Edit-Charge " " WS-Edit-Credit
               " " WS-Edit-Balance
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> A term with more debits than the table holds is not
      *> expected; the overflow is carried on the last debit so the
      *> balance still comes out right, only its aging is approximate.
       310-ADD-DEBIT.
           IF WS-Debit-Count >= WS-Debit-Max
               IF WS-Debit-Full-Warned = "N"
                   DISPLAY "STMTPRT: DEBIT TABLE FULL FOR "
                       LG-STUDENT-ID " " LG-TERM
                   MOVE "Y" TO WS-Debit-Full-Warned
               END-IF
               ADD LG-AMOUNT TO WD-AMOUNT (WS-Debit-Count)
           ELSE
               ADD 1 TO WS-Debit-Count
               MOVE LG-DUE-DATE TO WD-DUE-DATE (WS-Debit-Count)
               MOVE LG-AMOUNT TO WD-AMOUNT (WS-Debit-Count)
           END-IF.

      *> Payments and refunds are applied to the term's oldest debits
      *> first, the same way BALRPT ages the account, so the aging on
      *> the statement agrees with the receivables report.
       400-CLOSE-TERM.
           MOVE WS-Credits TO WS-Credit-Left
           PERFORM VARYING WS-Sub FROM 1 BY 1
               UNTIL WS-Sub > WS-Debit-Count
               PERFORM 410-AGE-DEBIT
           END-PERFORM
           ADD WS-Term-Balance TO WS-Amount-Due
           MOVE WS-Term-Balance TO WS-Edit-Balance
           MOVE SPACES TO REPORT-LINE
           STRING "  TERM " WS-Prior-Term " BALANCE"
               DELIMITED BY SIZE INTO REPORT-LINE
           MOVE WS-Edit-Balance TO REPORT-LINE (66:12)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       410-AGE-DEBIT.
           IF WS-Credit-Left >= WD-AMOUNT (WS-Sub)
               SUBTRACT WD-AMOUNT (WS-Sub) FROM WS-Credit-Left
           ELSE
               COMPUTE WS-Open-Amount =
                   WD-AMOUNT (WS-Sub) - WS-Credit-Left
               MOVE 0 TO WS-Credit-Left
               PERFORM 420-SET-BUCKET
               ADD WS-Open-Amount TO WS-Bucket-Amount (WS-Bucket)
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

       500-CLOSE-STATEMENT.
           MOVE WS-Bucket-Amount (1) TO WS-Edit-Bucket-1
           MOVE WS-Bucket-Amount (2) TO WS-Edit-Bucket-2
           MOVE WS-Bucket-Amount (3) TO WS-Edit-Bucket-3
           MOVE WS-Bucket-Amount (4) TO WS-Edit-Bucket-4
           MOVE SPACES TO REPORT-LINE
           STRING "  PAST DUE DAYS:       0-30       31-60       61-90"
               "     OVER 90"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "                 " WS-Edit-Bucket-1 "  "
               WS-Edit-Bucket-2 "  " WS-Edit-Bucket-3 "  "
               WS-Edit-Bucket-4
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-Amount-Due TO WS-Edit-Balance
           MOVE SPACES TO REPORT-LINE
           STRING "  AMOUNT DUE"
               DELIMITED BY SIZE INTO REPORT-LINE
           MOVE WS-Edit-Balance TO REPORT-LINE (66:12)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       950-WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Run-Start-Time
           PERFORM 955-OPEN-RUN-HISTORY
           MOVE "STMTPRT" TO RH-PROGRAM
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
           MOVE "STMTPRT" TO RH-PROGRAM
           MOVE "E" TO RH-RECORD-TYPE
           MOVE WS-Run-Start-Time TO RH-START-TIME
           MOVE FUNCTION CURRENT-DATE (1:14) TO RH-END-TIME
           MOVE WS-Entries-Read TO RH-RECORDS-READ
           MOVE WS-Statement-Count TO RH-RECORDS-WRITTEN
           MOVE "C" TO RH-OUTCOME
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY.
