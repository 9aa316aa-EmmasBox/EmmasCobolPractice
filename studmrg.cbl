       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDMRG.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-StudMas-Status.
           SELECT COURSE-ENROLL ASSIGN TO "CRSENRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-ENROLL-KEY
               FILE STATUS IS WS-Enroll-Status.
           SELECT GRADE-FILE ASSIGN TO "GRADFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-GRADE-KEY
               FILE STATUS IS WS-Grade-Status.
           SELECT WAIT-LIST ASSIGN TO "CRSWAIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-WAIT-KEY
               FILE STATUS IS WS-Wait-Status.
           SELECT INVOICE-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-INVOICE-KEY
               FILE STATUS IS WS-Invoice-Status.
           SELECT STANDING-FILE ASSIGN TO "STANDFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STUDENT-ID
               FILE STATUS IS WS-Standing-Status.
           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-Hold-Status.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-Ledger-Status.
           SELECT HISTORY-FILE ASSIGN TO "STUDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hist-Status.
           SELECT REPORT-OUT ASSIGN TO "MERGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDMAS.
       FD  COURSE-ENROLL.
           COPY CRSENRL.
       FD  GRADE-FILE.
           COPY GRADFILE.
       FD  WAIT-LIST.
           COPY CRSWAIT.
       FD  INVOICE-FILE.
           COPY INVFILE.
       FD  STANDING-FILE.
           COPY STANDING.
       FD  HOLD-FILE.
           COPY HOLDS.
       FD  LEDGER-FILE.
           COPY LEDGER.
       FD  HISTORY-FILE.
           COPY STUDHIST.
       FD  REPORT-OUT.
       01  REPORT-LINE PIC X(80).
       FD  RUN-HISTORY.
           COPY RUNHIST.
        WORKING-STORAGE SECTION.
          01 WS-StudMas-Status PIC X(2).
          01 WS-Enroll-Status PIC X(2).
          01 WS-Grade-Status PIC X(2).
          01 WS-Wait-Status PIC X(2).
          01 WS-Invoice-Status PIC X(2).
          01 WS-Standing-Status PIC X(2).
          01 WS-Hold-Status PIC X(2).
          01 WS-Ledger-Status PIC X(2).
          01 WS-Hist-Status PIC X(2).
          01 WS-Report-Status PIC X(2).
          01 WS-Hold-Avail PIC X(1) VALUE "N".
          01 WS-Ledger-Avail PIC X(1) VALUE "N".
          01 WS-File-Eof PIC X(1) VALUE "N".
          01 WS-Scan-Eof PIC X(1) VALUE "N".
          01 WS-Keep-Id PIC X(9).
          01 WS-Retire-Id PIC X(9).
          01 WS-Keep-Name PIC X(30).
          01 WS-Retire-Name PIC X(30).
          01 WS-Retire-Image PIC X(61).
          01 WS-Current-Date PIC X(8).
          01 WS-Save-Record PIC X(100).
          01 WS-Last-Enroll-Key PIC X(15).
          01 WS-Last-Grade-Key PIC X(20).
          01 WS-Last-Invoice-Key PIC X(14).
          01 WS-Last-Hold-Key PIC X(18).
          01 WS-Last-Ledger-Key PIC X(19).
          01 WS-Collision-Text PIC X(60).
          01 WS-Blocking-Count PIC 9(5) VALUE 0.
          01 WS-Found-Match PIC X(1) VALUE "N".
          01 WS-Kept-Last-Seq PIC 9(5) VALUE 0.
          01 WS-Move-Term PIC X(5).
          01 WS-Merge-Counts.
             05 WS-Merge-Count OCCURS 7 TIMES.
                10 WM-FILE-NAME PIC X(8).
                10 WM-FOUND PIC 9(5).
                10 WM-MOVED PIC 9(5).
                10 WM-COLLIDED PIC 9(5).
          01 WS-File-Sub PIC 9(1) VALUE 0.
          01 WS-Term-Count PIC 9(2) VALUE 0.
          01 WS-Term-Max PIC 9(2) VALUE 50.
          01 WS-Term-Table.
             05 WS-Collided-Term PIC X(5) OCCURS 50 TIMES.
          01 WS-Wait-Count PIC 9(2) VALUE 0.
          01 WS-Wait-Max PIC 9(2) VALUE 50.
          01 WS-Wait-Table.
             05 WS-Kept-Wait-Course PIC X(6) OCCURS 50 TIMES.
          01 WS-Sub PIC 9(2) VALUE 0.
          01 WS-Records-Found PIC 9(7) VALUE 0.
          01 WS-Records-Moved PIC 9(7) VALUE 0.
          01 WS-Run-Status PIC X(2).
          01 WS-Run-Start-Time PIC X(14).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 950-WRITE-RUN-START
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Current-Date
           PERFORM 050-ACCEPT-IDS
           PERFORM 100-OPEN-FILES
           PERFORM 150-CHECK-IDS
           OPEN OUTPUT REPORT-OUT
           PERFORM 170-WRITE-REPORT-HEADER
           PERFORM 200-MOVE-ENROLLMENTS
           PERFORM 300-MOVE-GRADES
           PERFORM 400-MOVE-WAITLIST
           PERFORM 500-MOVE-INVOICES
           PERFORM 550-MOVE-STANDING
           IF WS-Hold-Avail = "Y"
               PERFORM 600-MOVE-HOLDS
           END-IF
           IF WS-Ledger-Avail = "Y"
               PERFORM 650-MOVE-LEDGER
           END-IF
           PERFORM 700-RETIRE-MASTER
           PERFORM 750-WRITE-CONTROL-REPORT
           PERFORM 190-CLOSE-FILES
           CLOSE REPORT-OUT
           PERFORM 958-WRITE-RUN-END
           STOP RUN.

       050-ACCEPT-IDS.
           DISPLAY "Enter student ID to keep: " WITH NO ADVANCING
           ACCEPT WS-Keep-Id
           DISPLAY "Enter student ID to retire: " WITH NO ADVANCING
           ACCEPT WS-Retire-Id
           IF WS-Keep-Id = SPACES OR WS-Retire-Id = SPACES
               DISPLAY "STUDMRG: BOTH IDS ARE REQUIRED"
               STOP RUN
           END-IF
           IF WS-Keep-Id = WS-Retire-Id
               DISPLAY "STUDMRG: KEEP AND RETIRE IDS ARE THE SAME"
               STOP RUN
           END-IF
           DISPLAY "STUDMRG: MERGING " WS-Retire-Id " INTO "
               WS-Keep-Id.

       100-OPEN-FILES.
           OPEN I-O STUDENT-MASTER
           IF WS-StudMas-Status NOT = "00"
               DISPLAY "STUDMRG: STUDENT-MASTER missing, STATUS="
                   WS-StudMas-Status
               STOP RUN
           END-IF
           OPEN I-O COURSE-ENROLL
           IF WS-Enroll-Status NOT = "00"
               DISPLAY "STUDMRG: COURSE-ENROLL missing, STATUS="
                   WS-Enroll-Status
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF
           OPEN I-O GRADE-FILE
           IF WS-Grade-Status NOT = "00"
               DISPLAY "STUDMRG: GRADE-FILE missing, STATUS="
                   WS-Grade-Status
               CLOSE STUDENT-MASTER
               CLOSE COURSE-ENROLL
               STOP RUN
           END-IF
           OPEN I-O WAIT-LIST
           IF WS-Wait-Status NOT = "00"
               DISPLAY "STUDMRG: WAIT-LIST missing, STATUS="
                   WS-Wait-Status
               CLOSE STUDENT-MASTER
               CLOSE COURSE-ENROLL
               CLOSE GRADE-FILE
               STOP RUN
           END-IF
           OPEN I-O INVOICE-FILE
           IF WS-Invoice-Status NOT = "00"
               DISPLAY "STUDMRG: INVOICE-FILE missing, STATUS="
                   WS-Invoice-Status
               CLOSE STUDENT-MASTER
               CLOSE COURSE-ENROLL
               CLOSE GRADE-FILE
               CLOSE WAIT-LIST
               STOP RUN
           END-IF
           OPEN I-O STANDING-FILE
           IF WS-Standing-Status NOT = "00"
               DISPLAY "STUDMRG: STANDING-FILE missing, STATUS="
                   WS-Standing-Status
               CLOSE STUDENT-MASTER
               CLOSE COURSE-ENROLL
               CLOSE GRADE-FILE
               CLOSE WAIT-LIST
               CLOSE INVOICE-FILE
               STOP RUN
           END-IF
           OPEN I-O HOLD-FILE
           IF WS-Hold-Status = "00"
               MOVE "Y" TO WS-Hold-Avail
           END-IF
           OPEN I-O LEDGER-FILE
           IF WS-Ledger-Status = "00"
               MOVE "Y" TO WS-Ledger-Avail
           END-IF
           MOVE "CRSENRL" TO WM-FILE-NAME (1)
           MOVE "GRADFILE" TO WM-FILE-NAME (2)
           MOVE "CRSWAIT" TO WM-FILE-NAME (3)
           MOVE "INVFILE" TO WM-FILE-NAME (4)
           MOVE "STANDFIL" TO WM-FILE-NAME (5)
           MOVE "HOLDS" TO WM-FILE-NAME (6)
           MOVE "LEDGER" TO WM-FILE-NAME (7)
           PERFORM VARYING WS-File-Sub FROM 1 BY 1
               UNTIL WS-File-Sub > 7
               MOVE 0 TO WM-FOUND (WS-File-Sub)
               MOVE 0 TO WM-MOVED (WS-File-Sub)
               MOVE 0 TO WM-COLLIDED (WS-File-Sub)
           END-PERFORM.

      *> Both students must be on STUDENT-MASTER. Nothing has been
      *> touched yet, so a refused merge leaves every file as it was.
       150-CHECK-IDS.
           MOVE WS-Keep-Id TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "STUDMRG: KEEP ID NOT ON MASTER: "
                       WS-Keep-Id
                   PERFORM 190-CLOSE-FILES
                   STOP RUN
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME TO WS-Keep-Name
           END-READ
           MOVE WS-Retire-Id TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "STUDMRG: RETIRE ID NOT ON MASTER: "
                       WS-Retire-Id
                   PERFORM 190-CLOSE-FILES
                   STOP RUN
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME TO WS-Retire-Name
                   MOVE STUDENT-MASTER-RECORD TO WS-Retire-Image
           END-READ.

       170-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "STUDENT ID MERGE CONTROL REPORT   Run Date: "
               WS-Current-Date
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "KEEP:   " WS-Keep-Id " " WS-Keep-Name
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RETIRE: " WS-Retire-Id " " WS-Retire-Name
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "COLLISIONS (LEFT UNDER THE RETIRED ID):"
               TO REPORT-LINE
           WRITE REPORT-LINE.

       190-CLOSE-FILES.
           CLOSE STUDENT-MASTER
           CLOSE COURSE-ENROLL
           CLOSE GRADE-FILE
           CLOSE WAIT-LIST
           CLOSE INVOICE-FILE
           CLOSE STANDING-FILE
           IF WS-Hold-Avail = "Y"
               CLOSE HOLD-FILE
           END-IF
           IF WS-Ledger-Avail = "Y"
               CLOSE LEDGER-FILE
           END-IF.

      *> Each move WRITEs the record under the kept ID and only then
      *> DELETEs the retired one. A duplicate key on the WRITE means
      *> the kept student already has that record: it is reported as
      *> a collision and both records are left exactly as they were.
      *> Every file is re-positioned past the last key handled, so
      *> records written under the kept ID never disturb the sweep.
       200-MOVE-ENROLLMENTS.
           MOVE 1 TO WS-File-Sub
           MOVE LOW-VALUES TO WS-Last-Enroll-Key
           MOVE "N" TO WS-File-Eof
           PERFORM UNTIL WS-File-Eof = "Y"
               MOVE WS-Last-Enroll-Key TO CE-ENROLL-KEY
               START COURSE-ENROLL KEY > CE-ENROLL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-File-Eof
               END-START
               IF WS-File-Eof = "N"
                   READ COURSE-ENROLL NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-File-Eof
                       NOT AT END
                           MOVE CE-ENROLL-KEY TO WS-Last-Enroll-Key
                           IF CE-STUDENT-ID = WS-Retire-Id
                               PERFORM 210-MOVE-ENROLLMENT
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       210-MOVE-ENROLLMENT.
           ADD 1 TO WM-FOUND (WS-File-Sub)
           MOVE COURSE-ENROLL-RECORD TO WS-Save-Record
           MOVE WS-Keep-Id TO CE-STUDENT-ID
           WRITE COURSE-ENROLL-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-Collision-Text
                   STRING "SEAT IN " CE-COURSE-ID " TERM " CE-TERM
                       " - KEPT ID ALREADY HOLDS A SEAT"
                       DELIMITED BY SIZE INTO WS-Collision-Text
                   PERFORM 800-WRITE-COLLISION
               NOT INVALID KEY
                   MOVE WS-Save-Record TO COURSE-ENROLL-RECORD
                   DELETE COURSE-ENROLL
                   ADD 1 TO WM-MOVED (WS-File-Sub)
           END-WRITE.

       300-MOVE-GRADES.
           MOVE 2 TO WS-File-Sub
           MOVE WS-Retire-Id TO GR-STUDENT-ID
           MOVE LOW-VALUES TO GR-COURSE-ID
           MOVE LOW-VALUES TO GR-TERM
           MOVE GR-GRADE-KEY TO WS-Last-Grade-Key
           MOVE "N" TO WS-File-Eof
           PERFORM UNTIL WS-File-Eof = "Y"
               MOVE WS-Last-Grade-Key TO GR-GRADE-KEY
               START GRADE-FILE KEY > GR-GRADE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-File-Eof
               END-START
               IF WS-File-Eof = "N"
                   READ GRADE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-File-Eof
                       NOT AT END
                           IF GR-STUDENT-ID NOT = WS-Retire-Id
                               MOVE "Y" TO WS-File-Eof
                           ELSE
                               MOVE GR-GRADE-KEY TO WS-Last-Grade-Key
                               PERFORM 310-MOVE-GRADE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       310-MOVE-GRADE.
           ADD 1 TO WM-FOUND (WS-File-Sub)
           MOVE GRADE-RECORD TO WS-Save-Record
           MOVE WS-Keep-Id TO GR-STUDENT-ID
           WRITE GRADE-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-Collision-Text
                   STRING "GRADE " GR-COURSE-ID " TERM " GR-TERM
                       " - KEPT ID ALREADY GRADED"
                       DELIMITED BY SIZE INTO WS-Collision-Text
                   PERFORM 800-WRITE-COLLISION
               NOT INVALID KEY
                   MOVE WS-Save-Record TO GRADE-RECORD
                   DELETE GRADE-FILE
                   ADD 1 TO WM-MOVED (WS-File-Sub)
           END-WRITE.

      *> The student ID is not part of the waitlist key, so an entry
      *> keeps its place in the queue and only changes hands; the
      *> kept student's own queue entries are gathered first so a
      *> second entry for the same course is reported instead.
       400-MOVE-WAITLIST.
           MOVE 3 TO WS-File-Sub
           MOVE 0 TO WS-Wait-Count
           MOVE "N" TO WS-File-Eof
           MOVE LOW-VALUES TO WL-WAIT-KEY
           START WAIT-LIST KEY >= WL-WAIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-File-Eof
           END-START
           PERFORM UNTIL WS-File-Eof = "Y"
               READ WAIT-LIST NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-File-Eof
                   NOT AT END
                       IF WL-STUDENT-ID = WS-Keep-Id
                           AND WS-Wait-Count < WS-Wait-Max
                           ADD 1 TO WS-Wait-Count
                           MOVE WL-COURSE-ID
                               TO WS-Kept-Wait-Course (WS-Wait-Count)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-File-Eof
           MOVE LOW-VALUES TO WL-WAIT-KEY
           START WAIT-LIST KEY >= WL-WAIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-File-Eof
           END-START
           PERFORM UNTIL WS-File-Eof = "Y"
               READ WAIT-LIST NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-File-Eof
                   NOT AT END
                       IF WL-STUDENT-ID = WS-Retire-Id
                           PERFORM 410-MOVE-WAIT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       410-MOVE-WAIT-ENTRY.
           ADD 1 TO WM-FOUND (WS-File-Sub)
           MOVE "N" TO WS-Found-Match
           PERFORM VARYING WS-Sub FROM 1 BY 1
               UNTIL WS-Sub > WS-Wait-Count
               IF WS-Kept-Wait-Course (WS-Sub) = WL-COURSE-ID
                   MOVE "Y" TO WS-Found-Match
               END-IF
           END-PERFORM
           IF WS-Found-Match = "Y"
               MOVE SPACES TO WS-Collision-Text
               STRING "WAITLIST " WL-COURSE-ID " - KEPT ID ALREADY"
                   " WAITING"
                   DELIMITED BY SIZE INTO WS-Collision-Text
               PERFORM 800-WRITE-COLLISION
           ELSE
               MOVE WS-Keep-Id TO WL-STUDENT-ID
               REWRITE WAIT-LIST-RECORD
                   INVALID KEY
                       DISPLAY "STUDMRG: UNABLE TO REWRITE WAITLIST: "
                           WL-COURSE-ID " " WL-ARRIVAL-SEQ
                   NOT INVALID KEY
                       ADD 1 TO WM-MOVED (WS-File-Sub)
               END-REWRITE
           END-IF.

      *> A term whose invoice collides is remembered, so that term's
      *> ledger entries stay with the invoice they balance to.
       500-MOVE-INVOICES.
           MOVE 4 TO WS-File-Sub
           MOVE 0 TO WS-Term-Count
           MOVE WS-Retire-Id TO IV-STUDENT-ID
           MOVE LOW-VALUES TO IV-TERM
           MOVE IV-INVOICE-KEY TO WS-Last-Invoice-Key
           MOVE "N" TO WS-File-Eof
           PERFORM UNTIL WS-File-Eof = "Y"
               MOVE WS-Last-Invoice-Key TO IV-INVOICE-KEY
               START INVOICE-FILE KEY > IV-INVOICE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-File-Eof
               END-START
               IF WS-File-Eof = "N"
                   READ INVOICE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-File-Eof
                       NOT AT END
                           IF IV-STUDENT-ID NOT = WS-Retire-Id
                               MOVE "Y" TO WS-File-Eof
                           ELSE
                               MOVE IV-INVOICE-KEY
                                   TO WS-Last-Invoice-Key
                               PERFORM 510-MOVE-INVOICE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       510-MOVE-INVOICE.
           ADD 1 TO WM-FOUND (WS-File-Sub)
           MOVE INVOICE-RECORD TO WS-Save-Record
           MOVE WS-Keep-Id TO IV-STUDENT-ID
           WRITE INVOICE-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-Collision-Text
                   STRING "INVOICE TERM " IV-TERM
                       " - KEPT ID ALREADY INVOICED"
                       DELIMITED BY SIZE INTO WS-Collision-Text
                   PERFORM 800-WRITE-COLLISION
                   IF WS-Term-Count < WS-Term-Max
                       ADD 1 TO WS-Term-Count
                       MOVE IV-TERM TO WS-Collided-Term (WS-Term-Count)
                   END-IF
               NOT INVALID KEY
                   MOVE WS-Save-Record TO INVOICE-RECORD
                   DELETE INVOICE-FILE
                   ADD 1 TO WM-MOVED (WS-File-Sub)
           END-WRITE.

      *> STANDING is rebuilt from GRADFILE by every ACADSTND run, so
      *> when both students have a standing record the kept one
      *> stands and the retired one is dropped; the next ACADSTND
      *> run evaluates the merged grades. This collision is listed
      *> but does not hold back the retirement.
       550-MOVE-STANDING.
           MOVE 5 TO WS-File-Sub
           MOVE WS-Retire-Id TO ST-STUDENT-ID
           READ STANDING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WM-FOUND (WS-File-Sub)
                   MOVE STANDING-RECORD TO WS-Save-Record
                   MOVE WS-Keep-Id TO ST-STUDENT-ID
                   WRITE STANDING-RECORD
                       INVALID KEY
                           PERFORM 560-WRITE-STANDING-DROPPED
                       NOT INVALID KEY
                           ADD 1 TO WM-MOVED (WS-File-Sub)
                   END-WRITE
                   MOVE WS-Save-Record TO STANDING-RECORD
                   DELETE STANDING-FILE
           END-READ.

       560-WRITE-STANDING-DROPPED.
           ADD 1 TO WM-COLLIDED (WS-File-Sub)
           MOVE SPACES TO REPORT-LINE
           STRING "  STANDFIL  STANDING - KEPT ID ALREADY EVALUATED,"
               " RETIRED RECORD DROPPED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       600-MOVE-HOLDS.
           MOVE 6 TO WS-File-Sub
           MOVE WS-Retire-Id TO HD-STUDENT-ID
           MOVE LOW-VALUES TO HD-HOLD-TYPE
           MOVE LOW-VALUES TO HD-PLACED-DATE
           MOVE HD-HOLD-KEY TO WS-Last-Hold-Key
           MOVE "N" TO WS-File-Eof
           PERFORM UNTIL WS-File-Eof = "Y"
               MOVE WS-Last-Hold-Key TO HD-HOLD-KEY
               START HOLD-FILE KEY > HD-HOLD-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-File-Eof
               END-START
               IF WS-File-Eof = "N"
                   READ HOLD-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-File-Eof
                       NOT AT END
                           IF HD-STUDENT-ID NOT = WS-Retire-Id
                               MOVE "Y" TO WS-File-Eof
                           ELSE
                               MOVE HD-HOLD-KEY TO WS-Last-Hold-Key
                               PERFORM 610-MOVE-HOLD
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       610-MOVE-HOLD.
           ADD 1 TO WM-FOUND (WS-File-Sub)
           MOVE HOLD-RECORD TO WS-Save-Record
           MOVE WS-Keep-Id TO HD-STUDENT-ID
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-Collision-Text
                   STRING "HOLD " HD-HOLD-TYPE " PLACED "
                       HD-PLACED-DATE " - KEPT ID HAS THE SAME HOLD"
                       DELIMITED BY SIZE INTO WS-Collision-Text
                   PERFORM 800-WRITE-COLLISION
               NOT INVALID KEY
                   MOVE WS-Save-Record TO HOLD-RECORD
                   DELETE HOLD-FILE
                   ADD 1 TO WM-MOVED (WS-File-Sub)
           END-WRITE.

      *> Ledger entries are renumbered onto the end of the kept
      *> student's entries for the same term, so each term still
      *> reads in posting order and balances to the merged invoice.
       650-MOVE-LEDGER.
           MOVE 7 TO WS-File-Sub
           MOVE WS-Retire-Id TO LG-STUDENT-ID
           MOVE LOW-VALUES TO LG-TERM
           MOVE 0 TO LG-ENTRY-SEQ
           MOVE LG-LEDGER-KEY TO WS-Last-Ledger-Key
           MOVE "N" TO WS-File-Eof
           PERFORM UNTIL WS-File-Eof = "Y"
               MOVE WS-Last-Ledger-Key TO LG-LEDGER-KEY
               START LEDGER-FILE KEY > LG-LEDGER-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-File-Eof
               END-START
               IF WS-File-Eof = "N"
                   READ LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-File-Eof
                       NOT AT END
                           IF LG-STUDENT-ID NOT = WS-Retire-Id
                               MOVE "Y" TO WS-File-Eof
                           ELSE
                               MOVE LG-LEDGER-KEY
                                   TO WS-Last-Ledger-Key
                               PERFORM 660-MOVE-LEDGER-ENTRY
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       660-MOVE-LEDGER-ENTRY.
           ADD 1 TO WM-FOUND (WS-File-Sub)
           MOVE "N" TO WS-Found-Match
           PERFORM VARYING WS-Sub FROM 1 BY 1
               UNTIL WS-Sub > WS-Term-Count
               IF WS-Collided-Term (WS-Sub) = LG-TERM
                   MOVE "Y" TO WS-Found-Match
               END-IF
           END-PERFORM
           IF WS-Found-Match = "Y"
               MOVE SPACES TO WS-Collision-Text
               STRING "LEDGER TERM " LG-TERM " ENTRY " LG-ENTRY-SEQ
                   " - STAYS WITH ITS INVOICE"
                   DELIMITED BY SIZE INTO WS-Collision-Text
               PERFORM 800-WRITE-COLLISION
           ELSE
               MOVE LEDGER-RECORD TO WS-Save-Record
               MOVE LG-TERM TO WS-Move-Term
               PERFORM 670-FIND-KEPT-LAST-SEQ
               MOVE WS-Save-Record TO LEDGER-RECORD
               MOVE WS-Keep-Id TO LG-STUDENT-ID
               COMPUTE LG-ENTRY-SEQ = WS-Kept-Last-Seq + 1
               WRITE LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "STUDMRG: UNABLE TO MOVE LEDGER ENTRY: "
                           WS-Last-Ledger-Key
                   NOT INVALID KEY
                       MOVE WS-Save-Record TO LEDGER-RECORD
                       DELETE LEDGER-FILE
                       ADD 1 TO WM-MOVED (WS-File-Sub)
               END-WRITE
           END-IF.

       670-FIND-KEPT-LAST-SEQ.
           MOVE 0 TO WS-Kept-Last-Seq
           MOVE "N" TO WS-Scan-Eof
           MOVE WS-Keep-Id TO LG-STUDENT-ID
           MOVE WS-Move-Term TO LG-TERM
           MOVE 0 TO LG-ENTRY-SEQ
           START LEDGER-FILE KEY >= LG-LEDGER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Scan-Eof
           END-START
           PERFORM UNTIL WS-Scan-Eof = "Y"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Scan-Eof
                   NOT AT END
                       IF LG-STUDENT-ID NOT = WS-Keep-Id
                           OR LG-TERM NOT = WS-Move-Term
                           MOVE "Y" TO WS-Scan-Eof
                       ELSE
                           MOVE LG-ENTRY-SEQ TO WS-Kept-Last-Seq
                       END-IF
               END-READ
           END-PERFORM.

      *> The retired master record goes only when nothing is left
      *> filed under its ID; otherwise it stays so the collisions
      *> can be resolved and the merge run again, which moves only
      *> what is still there.
       700-RETIRE-MASTER.
           IF WS-Blocking-Count = 0
               MOVE WS-Retire-Id TO SM-STUDENT-ID
               DELETE STUDENT-MASTER
                   INVALID KEY
                       DISPLAY "STUDMRG: UNABLE TO DELETE "
                           WS-Retire-Id
                       ADD 1 TO WS-Blocking-Count
                   NOT INVALID KEY
                       PERFORM 710-WRITE-HISTORY
               END-DELETE
           END-IF.

       710-WRITE-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-Hist-Status = "05" OR WS-Hist-Status = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO SH-TIMESTAMP
           MOVE "STUDMRG" TO SH-PROGRAM
           MOVE "D" TO SH-ACTION
           MOVE WS-Retire-Id TO SH-STUDENT-ID
           MOVE WS-Retire-Image TO SH-BEFORE-IMAGE
           MOVE SPACES TO SH-AFTER-IMAGE
           MOVE SPACES TO SH-OPERATOR-ID
           WRITE STUDENT-HISTORY-RECORD
           CLOSE HISTORY-FILE.

       750-WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FILE        FOUND  MOVED  COLLISIONS" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-File-Sub FROM 1 BY 1
               UNTIL WS-File-Sub > 7
               PERFORM 760-WRITE-FILE-COUNTS
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-Hold-Avail = "N"
               MOVE "HOLDS not available - no holds moved"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-Ledger-Avail = "N"
               MOVE "LEDGER not available - no entries moved"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-Blocking-Count = 0
               STRING "RETIRED ID " WS-Retire-Id
                   " DELETED FROM STUDENT-MASTER"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "RETIRED ID " WS-Retire-Id
                   " KEPT - RESOLVE COLLISIONS AND RE-RUN"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY "STUDMRG: FOUND " WS-Records-Found
               " MOVED " WS-Records-Moved.

       760-WRITE-FILE-COUNTS.
           ADD WM-FOUND (WS-File-Sub) TO WS-Records-Found
           ADD WM-MOVED (WS-File-Sub) TO WS-Records-Moved
           MOVE SPACES TO REPORT-LINE
           STRING WM-FILE-NAME (WS-File-Sub) "    "
               WM-FOUND (WS-File-Sub) "  " WM-MOVED (WS-File-Sub)
               "       " WM-COLLIDED (WS-File-Sub)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       800-WRITE-COLLISION.
           ADD 1 TO WM-COLLIDED (WS-File-Sub)
           ADD 1 TO WS-Blocking-Count
           MOVE SPACES TO REPORT-LINE
           STRING "  " WM-FILE-NAME (WS-File-Sub) "  "
               WS-Collision-Text
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       950-WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Run-Start-Time
           PERFORM 955-OPEN-RUN-HISTORY
           MOVE "STUDMRG" TO RH-PROGRAM
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
           MOVE "STUDMRG" TO RH-PROGRAM
           MOVE "E" TO RH-RECORD-TYPE
           MOVE WS-Run-Start-Time TO RH-START-TIME
           MOVE FUNCTION CURRENT-DATE (1:14) TO RH-END-TIME
           MOVE WS-Records-Found TO RH-RECORDS-READ
           MOVE WS-Records-Moved TO RH-RECORDS-WRITTEN
           MOVE "C" TO RH-OUTCOME
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY.
