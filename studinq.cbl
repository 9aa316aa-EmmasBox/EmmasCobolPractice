       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDINQ.
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
           SELECT WAIT-LIST ASSIGN TO "CRSWAIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-WAIT-KEY
               FILE STATUS IS WS-Wait-Status.
           SELECT GRADE-FILE ASSIGN TO "GRADFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-GRADE-KEY
               FILE STATUS IS WS-Grade-Status.
           SELECT STANDING-FILE ASSIGN TO "STANDFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STUDENT-ID
               FILE STATUS IS WS-Standing-Status.
           SELECT INVOICE-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-INVOICE-KEY
               FILE STATUS IS WS-Invoice-Status.
           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-Hold-Status.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SECTION-KEY
               FILE STATUS IS WS-SectMas-Status.
           SELECT COURSE-MASTER ASSIGN TO "COURSMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-ID
               FILE STATUS IS WS-CrsMas-Status.
           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM
               FILE STATUS IS WS-TermCal-Status.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.
           SELECT OPERATOR-SECURITY ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OperSec-Status.
           SELECT SIGNON-LOG ASSIGN TO "SIGNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SignLog-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDMAS.
       FD  COURSE-ENROLL.
           COPY CRSENRL.
       FD  WAIT-LIST.
           COPY CRSWAIT.
       FD  GRADE-FILE.
           COPY GRADFILE.
       FD  STANDING-FILE.
           COPY STANDING.
       FD  INVOICE-FILE.
           COPY INVFILE.
       FD  HOLD-FILE.
           COPY HOLDS.
       FD  SECTION-MASTER.
           COPY SECTMAS.
       FD  COURSE-MASTER.
           COPY COURSMAS.
       FD  TERM-CALENDAR.
           COPY TERMCAL.
       FD  AUDIT-LOG.
           COPY AUDITREC.
       FD  OPERATOR-SECURITY.
           COPY OPERSEC.
       FD  SIGNON-LOG.
           COPY SIGNLOG.
        WORKING-STORAGE SECTION.
          01 WS-StudMas-Status PIC X(2).
          01 WS-Enroll-Status PIC X(2).
          01 WS-Enroll-Avail PIC X(1) VALUE "N".
          01 WS-Wait-Status PIC X(2).
          01 WS-Wait-Avail PIC X(1) VALUE "N".
          01 WS-Grade-Status PIC X(2).
          01 WS-Grade-Avail PIC X(1) VALUE "N".
          01 WS-Standing-Status PIC X(2).
          01 WS-Standing-Avail PIC X(1) VALUE "N".
          01 WS-Invoice-Status PIC X(2).
          01 WS-Invoice-Avail PIC X(1) VALUE "N".
          01 WS-Hold-Status PIC X(2).
          01 WS-Hold-Avail PIC X(1) VALUE "N".
          01 WS-SectMas-Status PIC X(2).
          01 WS-SectMas-Avail PIC X(1) VALUE "N".
          01 WS-CrsMas-Status PIC X(2).
          01 WS-CrsMas-Avail PIC X(1) VALUE "N".
          01 WS-TermCal-Status PIC X(2).
          01 WS-TermCal-Avail PIC X(1) VALUE "N".
          01 WS-Audit-Status PIC X(2).
          01 WS-Audit-Input PIC X(40).
          01 WS-Audit-Result PIC X(30).
          01 WS-Menu-Choice PIC 9 VALUE 0.
          01 WS-Today PIC X(8).
          01 WS-Current-Term PIC X(5).
          01 WS-Student-ID PIC X(9).
          01 WS-Student-Found PIC X(1) VALUE "N".
          01 WS-Status-Text PIC X(11).
          01 WS-Search-Name PIC X(30).
          01 WS-Search-Len PIC 9(2) VALUE 0.
          01 WS-Search-Eof PIC X(1) VALUE "N".
          01 WS-Match-Count PIC 9(3) VALUE 0.
          01 WS-Read-Eof PIC X(1) VALUE "N".
          01 WS-Item-Count PIC 9(3) VALUE 0.
          01 WS-Lookup-Course PIC X(6).
          01 WS-Course-Title PIC X(30).
          01 WS-Wait-Table.
             05 WS-Wait-Entry OCCURS 20 TIMES.
                10 WQ-COURSE-ID PIC X(6).
                10 WQ-ARRIVAL-SEQ PIC 9(5).
                10 WQ-TERM PIC X(5).
                10 WQ-SECTION PIC X(3).
                10 WQ-REQUEST-DATE PIC X(8).
          01 WS-Wait-Count PIC 9(3) VALUE 0.
          01 WS-Wait-Max PIC 9(3) VALUE 20.
          01 WS-Wait-Full-Warned PIC X(1) VALUE "N".
          01 WS-Wait-Sub PIC 9(3) VALUE 0.
          01 WS-Queue-Position PIC 9(5) VALUE 0.
          01 WS-Gpa-Table.
             05 WS-Gpa-Entry OCCURS 30 TIMES.
                10 WG-TERM PIC X(5).
                10 WG-POINTS PIC 9(5).
                10 WG-COUNT PIC 9(3).
          01 WS-Gpa-Count PIC 9(3) VALUE 0.
          01 WS-Gpa-Max PIC 9(3) VALUE 30.
          01 WS-Gpa-Full-Warned PIC X(1) VALUE "N".
          01 WS-Gpa-Sub PIC 9(3) VALUE 0.
          01 WS-Gpa-Shift PIC 9(3) VALUE 0.
          01 WS-Gpa-Found PIC X(1) VALUE "N".
          01 WS-Grade-Points PIC 9(1) VALUE 0.
          01 WS-Point-Total PIC 9(5) VALUE 0.
          01 WS-Grade-Count PIC 9(3) VALUE 0.
          01 WS-Gpa PIC 9V99 VALUE 0.
          01 WS-Edit-Gpa PIC 9.99.
          01 WS-Balance PIC S9(7)V99 VALUE 0.
          01 WS-Balance-Total PIC S9(7)V99 VALUE 0.
          01 WS-Edit-Billed PIC Z(6)9.99.
          01 WS-Edit-Paid PIC Z(6)9.99.
          01 WS-Edit-Balance PIC Z(6)9.99-.
          01 WS-OperSec-Status PIC X(2).
          01 WS-SignLog-Status PIC X(2).
          01 WS-Operator-ID PIC X(8).
          01 WS-Password PIC X(8).
          01 WS-Authority PIC X(1).
          01 WS-Signon-Ok PIC X(1) VALUE "N".
          01 WS-Signon-Tries PIC 9(1) VALUE 0.
          01 WS-Signon-Reason PIC X(20).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-SIGN-ON
           PERFORM 100-OPEN-FILES
           PERFORM 120-SET-CURRENT-TERM
           PERFORM UNTIL WS-Menu-Choice = 3
               PERFORM 110-DISPLAY-MENU
               ACCEPT WS-Menu-Choice
               EVALUATE WS-Menu-Choice
                   WHEN 1
                       PERFORM 200-INQUIRE-BY-ID
                   WHEN 2
                       PERFORM 250-INQUIRE-BY-NAME
                   WHEN 3
                       DISPLAY "Exiting."
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM
           PERFORM 900-CLOSE-FILES
           STOP RUN.

      *> Every session starts with a sign-on against OPERSEC. Three
      *> bad attempts end the session, and every attempt, good or
      *> bad, goes to SIGNLOG. The inquiry changes nothing, so every
      *> authority level may use all of it.
       050-SIGN-ON.
           OPEN I-O OPERATOR-SECURITY
           IF WS-OperSec-Status NOT = "00"
               DISPLAY "STUDINQ: OPERATOR-SECURITY missing, STATUS="
                   WS-OperSec-Status
               STOP RUN
           END-IF
           PERFORM UNTIL WS-Signon-Ok = "Y" OR WS-Signon-Tries = 3
               ADD 1 TO WS-Signon-Tries
               MOVE SPACES TO WS-Operator-ID
               MOVE SPACES TO WS-Password
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-Operator-ID
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS-Password
               PERFORM 060-CHECK-OPERATOR
               PERFORM 070-WRITE-SIGNON-LOG
           END-PERFORM
           CLOSE OPERATOR-SECURITY
           IF WS-Signon-Ok NOT = "Y"
               DISPLAY "STUDINQ: SIGN-ON FAILED, SESSION ENDED"
               STOP RUN
           END-IF.

      *> A refused attempt gets the same message whatever the cause,
      *> so the screen does not tell a wrong ID from a wrong
      *> password; the real reason goes to SIGNLOG.
       060-CHECK-OPERATOR.
           MOVE WS-Operator-ID TO OP-OPERATOR-ID
           READ OPERATOR-SECURITY
               INVALID KEY
                   MOVE "UNKNOWN OPERATOR" TO WS-Signon-Reason
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OP-PASSWORD NOT = WS-Password
                           MOVE "WRONG PASSWORD" TO WS-Signon-Reason
                       WHEN OP-STATUS NOT = "A"
                           MOVE "OPERATOR REVOKED" TO WS-Signon-Reason
                       WHEN OTHER
                           MOVE "Y" TO WS-Signon-Ok
                           MOVE OP-AUTHORITY TO WS-Authority
                           MOVE SPACES TO WS-Signon-Reason
                           PERFORM 065-RECORD-SIGNON
                   END-EVALUATE
           END-READ
           IF WS-Signon-Ok = "Y"
               DISPLAY "Signed on: " OP-OPERATOR-NAME
           ELSE
               DISPLAY "Invalid operator ID or password."
           END-IF.

       065-RECORD-SIGNON.
           MOVE FUNCTION CURRENT-DATE (1:14) TO OP-LAST-SIGNON
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "STUDINQ: UNABLE TO RECORD SIGN-ON: "
                       OP-OPERATOR-ID
           END-REWRITE.

       070-WRITE-SIGNON-LOG.
           OPEN EXTEND SIGNON-LOG
           IF WS-SignLog-Status = "05" OR WS-SignLog-Status = "35"
               OPEN OUTPUT SIGNON-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO SG-TIMESTAMP
           MOVE "STUDINQ" TO SG-PROGRAM
           MOVE WS-Operator-ID TO SG-OPERATOR-ID
           IF WS-Signon-Ok = "Y"
               MOVE "S" TO SG-RESULT
           ELSE
               MOVE "F" TO SG-RESULT
           END-IF
           MOVE WS-Signon-Reason TO SG-REASON
           WRITE SIGNON-LOG-RECORD
           CLOSE SIGNON-LOG.

      *> The inquiry only reads. STUDENT-MASTER is the one file it
      *> cannot do without; any other file not yet created simply
      *> has nothing to show for anyone.
       100-OPEN-FILES.
           OPEN INPUT STUDENT-MASTER
           IF WS-StudMas-Status NOT = "00"
               DISPLAY "STUDINQ: STUDENT-MASTER missing, STATUS="
                   WS-StudMas-Status
               STOP RUN
           END-IF
           OPEN INPUT COURSE-ENROLL
           IF WS-Enroll-Status = "00"
               MOVE "Y" TO WS-Enroll-Avail
           END-IF
           OPEN INPUT WAIT-LIST
           IF WS-Wait-Status = "00"
               MOVE "Y" TO WS-Wait-Avail
           END-IF
           OPEN INPUT GRADE-FILE
           IF WS-Grade-Status = "00"
               MOVE "Y" TO WS-Grade-Avail
           END-IF
           OPEN INPUT STANDING-FILE
           IF WS-Standing-Status = "00"
               MOVE "Y" TO WS-Standing-Avail
           END-IF
           OPEN INPUT INVOICE-FILE
           IF WS-Invoice-Status = "00"
               MOVE "Y" TO WS-Invoice-Avail
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-Hold-Status = "00"
               MOVE "Y" TO WS-Hold-Avail
           END-IF
           OPEN INPUT SECTION-MASTER
           IF WS-SectMas-Status = "00"
               MOVE "Y" TO WS-SectMas-Avail
           END-IF
           OPEN INPUT COURSE-MASTER
           IF WS-CrsMas-Status = "00"
               MOVE "Y" TO WS-CrsMas-Avail
           END-IF
           OPEN INPUT TERM-CALENDAR
           IF WS-TermCal-Status = "00"
               MOVE "Y" TO WS-TermCal-Avail
           END-IF.

       110-DISPLAY-MENU.
           DISPLAY "1. Inquire by student ID"
           DISPLAY "2. Inquire by student name"
           DISPLAY "3. Exit"
           DISPLAY "Select option: " WITH NO ADVANCING.

      *> The seats shown are those of the current term. Left blank,
      *> it is the calendar term whose start and end dates take in
      *> today; between terms the operator has to key one.
       120-SET-CURRENT-TERM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today
           MOVE SPACES TO WS-Current-Term
           DISPLAY "Enter current term (blank for today's term): "
               WITH NO ADVANCING
           ACCEPT WS-Current-Term
           IF WS-Current-Term = SPACES AND WS-TermCal-Avail = "Y"
               PERFORM 125-FIND-TODAYS-TERM
           END-IF
           PERFORM UNTIL WS-Current-Term NOT = SPACES
               DISPLAY "No term in session today; enter term: "
                   WITH NO ADVANCING
               ACCEPT WS-Current-Term
           END-PERFORM
           DISPLAY "Current term: " WS-Current-Term.

       125-FIND-TODAYS-TERM.
           MOVE "N" TO WS-Read-Eof
           MOVE LOW-VALUES TO TC-TERM
           START TERM-CALENDAR KEY > TC-TERM
               INVALID KEY
                   MOVE "Y" TO WS-Read-Eof
           END-START
           PERFORM UNTIL WS-Read-Eof = "Y"
               READ TERM-CALENDAR NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Read-Eof
                   NOT AT END
                       IF TC-START-DATE <= WS-Today
                           AND TC-END-DATE >= WS-Today
                           MOVE TC-TERM TO WS-Current-Term
                           MOVE "Y" TO WS-Read-Eof
                       END-IF
               END-READ
           END-PERFORM.

       200-INQUIRE-BY-ID.
           DISPLAY "Enter student ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-Student-ID
           ACCEPT WS-Student-ID
           PERFORM 300-SHOW-STUDENT.

      *> Matching is on the leading characters typed, as in
      *> STUDMAINT's name search. The list itself shows names and
      *> IDs, so it is logged too.
       250-INQUIRE-BY-NAME.
           DISPLAY "Enter full or partial name: " WITH NO ADVANCING
           MOVE SPACES TO WS-Search-Name
           ACCEPT WS-Search-Name
           IF WS-Search-Name = SPACES
               DISPLAY "No name entered."
           ELSE
               PERFORM 260-FIND-SEARCH-LENGTH
               PERFORM 270-LIST-MATCHES
               MOVE SPACES TO WS-Audit-Input
               STRING "NAME=" WS-Search-Name
                   DELIMITED BY SIZE INTO WS-Audit-Input
               MOVE SPACES TO WS-Audit-Result
               STRING "NAME SEARCH, " WS-Match-Count " MATCHES"
                   DELIMITED BY SIZE INTO WS-Audit-Result
               PERFORM 700-WRITE-AUDIT
               IF WS-Match-Count = 0
                   DISPLAY "No matching students."
               ELSE
                   DISPLAY "Enter ID to show (blank to return): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-Student-ID
                   ACCEPT WS-Student-ID
                   IF WS-Student-ID NOT = SPACES
                       PERFORM 300-SHOW-STUDENT
                   END-IF
               END-IF
           END-IF.

       260-FIND-SEARCH-LENGTH.
           MOVE 30 TO WS-Search-Len
           PERFORM UNTIL WS-Search-Len = 1
               OR WS-Search-Name (WS-Search-Len:1) NOT = SPACE
               SUBTRACT 1 FROM WS-Search-Len
           END-PERFORM.

       270-LIST-MATCHES.
           MOVE 0 TO WS-Match-Count
           MOVE "N" TO WS-Search-Eof
           MOVE WS-Search-Name TO SM-STUDENT-NAME
           START STUDENT-MASTER KEY >= SM-STUDENT-NAME
               INVALID KEY
                   MOVE "Y" TO WS-Search-Eof
           END-START
           PERFORM UNTIL WS-Search-Eof = "Y"
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Search-Eof
                   NOT AT END
                       IF SM-STUDENT-NAME (1:WS-Search-Len) =
                               WS-Search-Name (1:WS-Search-Len)
                           ADD 1 TO WS-Match-Count
                           DISPLAY "ID: " SM-STUDENT-ID
                               " Name: " SM-STUDENT-NAME
                               " Entered: " SM-DATE-ENTERED
                       ELSE
                           MOVE "Y" TO WS-Search-Eof
                       END-IF
               END-READ
           END-PERFORM.

      *> One inquiry shows everything held on the student, and is
      *> logged whether or not the student was found.
       300-SHOW-STUDENT.
           MOVE "N" TO WS-Student-Found
           MOVE WS-Student-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "Student ID not found: " WS-Student-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-Student-Found
           END-READ
           IF WS-Student-Found = "Y"
               PERFORM 310-SHOW-MASTER
               PERFORM 320-SHOW-HOLDS
               PERFORM 330-SHOW-SEATS
               PERFORM 340-SHOW-WAITLIST
               PERFORM 350-SHOW-GRADES
               PERFORM 360-SHOW-STANDING
               PERFORM 370-SHOW-BALANCES
           END-IF
           MOVE SPACES TO WS-Audit-Input
           STRING "STUDENT=" WS-Student-ID " TERM=" WS-Current-Term
               DELIMITED BY SIZE INTO WS-Audit-Input
           IF WS-Student-Found = "Y"
               MOVE "INQUIRY SHOWN" TO WS-Audit-Result
           ELSE
               MOVE "STUDENT NOT FOUND" TO WS-Audit-Result
           END-IF
           PERFORM 700-WRITE-AUDIT.

       310-SHOW-MASTER.
           EVALUATE SM-ENROLL-STATUS
               WHEN "A"
                   MOVE "ACTIVE" TO WS-Status-Text
               WHEN "W"
                   MOVE "WITHDRAWN" TO WS-Status-Text
               WHEN "G"
                   MOVE "GRADUATED" TO WS-Status-Text
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-Status-Text
           END-EVALUATE
           DISPLAY "----------------------------------------"
           DISPLAY "ID: " SM-STUDENT-ID " Name: " SM-STUDENT-NAME
           DISPLAY "Status: " SM-ENROLL-STATUS " " WS-Status-Text
               " Program: " SM-PROGRAM-CODE
           DISPLAY "Entered: " SM-DATE-ENTERED
               " Last updated: " SM-LAST-UPDATED.

       320-SHOW-HOLDS.
           MOVE 0 TO WS-Item-Count
           MOVE "Y" TO WS-Read-Eof
           IF WS-Hold-Avail = "Y"
               MOVE "N" TO WS-Read-Eof
               MOVE WS-Student-ID TO HD-STUDENT-ID
               MOVE LOW-VALUES TO HD-HOLD-TYPE
               MOVE LOW-VALUES TO HD-PLACED-DATE
               START HOLD-FILE KEY >= HD-HOLD-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-Read-Eof
               END-START
           END-IF
           PERFORM UNTIL WS-Read-Eof = "Y"
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Read-Eof
                   NOT AT END
                       IF HD-STUDENT-ID NOT = WS-Student-ID
                           MOVE "Y" TO WS-Read-Eof
                       ELSE
                           IF HD-RELEASED-DATE = SPACES
                               ADD 1 TO WS-Item-Count
                               DISPLAY "  HOLD " HD-HOLD-TYPE
                                   " placed " HD-PLACED-DATE " "
                                   HD-REASON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Item-Count = 0
               DISPLAY "Active holds: none"
           END-IF.

      *> COURSE-ENROLL is keyed by course first, so the student's
      *> seats are picked out of a sweep of the whole file.
       330-SHOW-SEATS.
           DISPLAY "Seats in " WS-Current-Term ":"
           MOVE 0 TO WS-Item-Count
           MOVE "Y" TO WS-Read-Eof
           IF WS-Enroll-Avail = "Y"
               MOVE "N" TO WS-Read-Eof
               MOVE LOW-VALUES TO CE-ENROLL-KEY
               START COURSE-ENROLL KEY > CE-ENROLL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-Read-Eof
               END-START
           END-IF
           PERFORM UNTIL WS-Read-Eof = "Y"
               READ COURSE-ENROLL NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Read-Eof
                   NOT AT END
                       IF CE-STUDENT-ID = WS-Student-ID
                           AND CE-TERM = WS-Current-Term
                           PERFORM 335-SHOW-ONE-SEAT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Item-Count = 0
               DISPLAY "  none"
           END-IF.

       335-SHOW-ONE-SEAT.
           ADD 1 TO WS-Item-Count
           MOVE CE-COURSE-ID TO SC-COURSE-ID
           MOVE CE-TERM TO SC-TERM
           MOVE CE-SECTION TO SC-SECTION-NO
           MOVE "N" TO WS-Search-Eof
           IF WS-SectMas-Avail = "Y"
               READ SECTION-MASTER
                   INVALID KEY
                       MOVE "Y" TO WS-Search-Eof
               END-READ
           ELSE
               MOVE "Y" TO WS-Search-Eof
           END-IF
           IF WS-Search-Eof = "Y"
               MOVE SPACES TO SC-DAYS
               MOVE 0 TO SC-START-TIME
               MOVE 0 TO SC-END-TIME
               MOVE SPACES TO SC-ROOM
           END-IF
           MOVE CE-COURSE-ID TO WS-Lookup-Course
           PERFORM 380-LOOKUP-COURSE-TITLE
           DISPLAY "  " CE-COURSE-ID " SEC " CE-SECTION " "
               WS-Course-Title " " SC-DAYS " " SC-START-TIME "-"
               SC-END-TIME " " SC-ROOM " ENROLLED " CE-ENROLL-DATE.

      *> The student's entries are gathered first; each one's place
      *> is then counted in its own course queue, among the entries
      *> waiting for the same section of the same term, which is
      *> the order CRSENROL promotes in.
       340-SHOW-WAITLIST.
           MOVE 0 TO WS-Wait-Count
           MOVE "Y" TO WS-Read-Eof
           IF WS-Wait-Avail = "Y"
               MOVE "N" TO WS-Read-Eof
               MOVE LOW-VALUES TO WL-WAIT-KEY
               START WAIT-LIST KEY > WL-WAIT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-Read-Eof
               END-START
           END-IF
           PERFORM UNTIL WS-Read-Eof = "Y"
               READ WAIT-LIST NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Read-Eof
                   NOT AT END
                       IF WL-STUDENT-ID = WS-Student-ID
                           PERFORM 342-SAVE-WAIT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Wait-Count = 0
               DISPLAY "Waitlist: none"
           ELSE
               DISPLAY "Waitlist:"
               PERFORM VARYING WS-Wait-Sub FROM 1 BY 1
                   UNTIL WS-Wait-Sub > WS-Wait-Count
                   PERFORM 345-COUNT-QUEUE-POSITION
                   DISPLAY "  " WQ-COURSE-ID (WS-Wait-Sub)
                       " SEC " WQ-SECTION (WS-Wait-Sub)
                       " " WQ-TERM (WS-Wait-Sub)
                       " POSITION " WS-Queue-Position
                       " REQUESTED " WQ-REQUEST-DATE (WS-Wait-Sub)
               END-PERFORM
           END-IF.

       342-SAVE-WAIT-ENTRY.
           IF WS-Wait-Count < WS-Wait-Max
               ADD 1 TO WS-Wait-Count
               MOVE WL-COURSE-ID TO WQ-COURSE-ID (WS-Wait-Count)
               MOVE WL-ARRIVAL-SEQ TO WQ-ARRIVAL-SEQ (WS-Wait-Count)
               MOVE WL-TERM TO WQ-TERM (WS-Wait-Count)
               MOVE WL-SECTION TO WQ-SECTION (WS-Wait-Count)
               MOVE WL-REQUEST-DATE TO WQ-REQUEST-DATE (WS-Wait-Count)
           ELSE
               IF WS-Wait-Full-Warned = "N"
                   DISPLAY "STUDINQ: WAITLIST TABLE FULL AT "
                       WS-Wait-Max ", REMAINING ENTRIES NOT SHOWN"
                   MOVE "Y" TO WS-Wait-Full-Warned
               END-IF
           END-IF.

       345-COUNT-QUEUE-POSITION.
           MOVE 0 TO WS-Queue-Position
           MOVE "N" TO WS-Search-Eof
           MOVE WQ-COURSE-ID (WS-Wait-Sub) TO WL-COURSE-ID
           MOVE 0 TO WL-ARRIVAL-SEQ
           START WAIT-LIST KEY >= WL-WAIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Search-Eof
           END-START
           PERFORM UNTIL WS-Search-Eof = "Y"
               READ WAIT-LIST NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Search-Eof
                   NOT AT END
                       IF WL-COURSE-ID NOT = WQ-COURSE-ID (WS-Wait-Sub)
                           OR WL-ARRIVAL-SEQ >
                               WQ-ARRIVAL-SEQ (WS-Wait-Sub)
                           MOVE "Y" TO WS-Search-Eof
                       ELSE
                           IF WL-TERM = WQ-TERM (WS-Wait-Sub)
                               AND WL-SECTION =
                                   WQ-SECTION (WS-Wait-Sub)
                               ADD 1 TO WS-Queue-Position
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> GPA is worked as TRANSCRP works it: A=4 thru F=0 over every
      *> posted grade, an incomplete (I) shown but carrying no
      *> weight. GRADFILE holds a student's grades in course order,
      *> so the term totals are kept in term order in a table as
      *> the grades are read.
       350-SHOW-GRADES.
           MOVE 0 TO WS-Item-Count
           MOVE 0 TO WS-Gpa-Count
           MOVE 0 TO WS-Point-Total
           MOVE 0 TO WS-Grade-Count
           MOVE "Y" TO WS-Read-Eof
           IF WS-Grade-Avail = "Y"
               MOVE "N" TO WS-Read-Eof
               MOVE WS-Student-ID TO GR-STUDENT-ID
               MOVE LOW-VALUES TO GR-COURSE-ID
               MOVE LOW-VALUES TO GR-TERM
               START GRADE-FILE KEY >= GR-GRADE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-Read-Eof
               END-START
           END-IF
           DISPLAY "Grades:"
           PERFORM UNTIL WS-Read-Eof = "Y"
               READ GRADE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Read-Eof
                   NOT AT END
                       IF GR-STUDENT-ID NOT = WS-Student-ID
                           MOVE "Y" TO WS-Read-Eof
                       ELSE
                           PERFORM 352-SHOW-ONE-GRADE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Item-Count = 0
               DISPLAY "  none posted"
           ELSE
               PERFORM VARYING WS-Gpa-Sub FROM 1 BY 1
                   UNTIL WS-Gpa-Sub > WS-Gpa-Count
                   IF WG-COUNT (WS-Gpa-Sub) > 0
                       COMPUTE WS-Gpa ROUNDED =
                           WG-POINTS (WS-Gpa-Sub)
                               / WG-COUNT (WS-Gpa-Sub)
                   ELSE
                       MOVE 0 TO WS-Gpa
                   END-IF
                   MOVE WS-Gpa TO WS-Edit-Gpa
                   DISPLAY "  TERM " WG-TERM (WS-Gpa-Sub)
                       " GPA: " WS-Edit-Gpa
               END-PERFORM
               IF WS-Grade-Count > 0
                   COMPUTE WS-Gpa ROUNDED =
                       WS-Point-Total / WS-Grade-Count
               ELSE
                   MOVE 0 TO WS-Gpa
               END-IF
               MOVE WS-Gpa TO WS-Edit-Gpa
               DISPLAY "  CUMULATIVE GPA: " WS-Edit-Gpa
           END-IF.

       352-SHOW-ONE-GRADE.
           ADD 1 TO WS-Item-Count
           MOVE GR-COURSE-ID TO WS-Lookup-Course
           PERFORM 380-LOOKUP-COURSE-TITLE
           DISPLAY "  " GR-COURSE-ID " " WS-Course-Title " "
               GR-TERM " " GR-GRADE " POSTED " GR-POSTED-DATE
           EVALUATE GR-GRADE
               WHEN "A "
                   MOVE 4 TO WS-Grade-Points
               WHEN "B "
                   MOVE 3 TO WS-Grade-Points
               WHEN "C "
                   MOVE 2 TO WS-Grade-Points
               WHEN "D "
                   MOVE 1 TO WS-Grade-Points
               WHEN OTHER
                   MOVE 0 TO WS-Grade-Points
           END-EVALUATE
           PERFORM 355-FIND-TERM-ENTRY
           IF GR-GRADE NOT = "I "
               ADD WS-Grade-Points TO WS-Point-Total
               ADD 1 TO WS-Grade-Count
               IF WS-Gpa-Found = "Y"
                   ADD WS-Grade-Points TO WG-POINTS (WS-Gpa-Sub)
                   ADD 1 TO WG-COUNT (WS-Gpa-Sub)
               END-IF
           END-IF.

      *> Leaves WS-Gpa-Sub on the table entry for GR-TERM, adding it
      *> in term order if it is new.
       355-FIND-TERM-ENTRY.
           MOVE "N" TO WS-Gpa-Found
           MOVE 1 TO WS-Gpa-Sub
           PERFORM UNTIL WS-Gpa-Sub > WS-Gpa-Count
               OR WG-TERM (WS-Gpa-Sub) >= GR-TERM
               ADD 1 TO WS-Gpa-Sub
           END-PERFORM
           IF WS-Gpa-Sub <= WS-Gpa-Count
               AND WG-TERM (WS-Gpa-Sub) = GR-TERM
               MOVE "Y" TO WS-Gpa-Found
           ELSE
               IF WS-Gpa-Count < WS-Gpa-Max
                   PERFORM VARYING WS-Gpa-Shift FROM WS-Gpa-Count
                       BY -1 UNTIL WS-Gpa-Shift < WS-Gpa-Sub
                       MOVE WS-Gpa-Entry (WS-Gpa-Shift)
                           TO WS-Gpa-Entry (WS-Gpa-Shift + 1)
                   END-PERFORM
                   ADD 1 TO WS-Gpa-Count
                   MOVE GR-TERM TO WG-TERM (WS-Gpa-Sub)
                   MOVE 0 TO WG-POINTS (WS-Gpa-Sub)
                   MOVE 0 TO WG-COUNT (WS-Gpa-Sub)
                   MOVE "Y" TO WS-Gpa-Found
               ELSE
                   IF WS-Gpa-Full-Warned = "N"
                       DISPLAY "STUDINQ: TERM TABLE FULL AT "
                           WS-Gpa-Max ", TERM GPA INCOMPLETE"
                       MOVE "Y" TO WS-Gpa-Full-Warned
                   END-IF
               END-IF
           END-IF.

       360-SHOW-STANDING.
           MOVE "N" TO WS-Search-Eof
           IF WS-Standing-Avail = "Y"
               MOVE WS-Student-ID TO ST-STUDENT-ID
               READ STANDING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Search-Eof
               END-READ
           END-IF
           IF WS-Search-Eof = "Y"
               EVALUATE ST-STANDING
                   WHEN "P"
                       MOVE "PROBATION" TO WS-Status-Text
                   WHEN "D"
                       MOVE "DEAN'S LIST" TO WS-Status-Text
                   WHEN "G"
                       MOVE "GOOD" TO WS-Status-Text
                   WHEN OTHER
                       MOVE "UNKNOWN" TO WS-Status-Text
               END-EVALUATE
               MOVE ST-GPA TO WS-Edit-Gpa
               DISPLAY "Standing: " ST-STANDING " " WS-Status-Text
                   " GPA: " WS-Edit-Gpa " as of " ST-EVAL-DATE
           ELSE
               DISPLAY "Standing: none on file"
           END-IF.

      *> An open invoice is one not yet paid in full; its balance
      *> is what is billed less what has been paid against it.
       370-SHOW-BALANCES.
           MOVE 0 TO WS-Item-Count
           MOVE 0 TO WS-Balance-Total
           MOVE "Y" TO WS-Read-Eof
           IF WS-Invoice-Avail = "Y"
               MOVE "N" TO WS-Read-Eof
               MOVE WS-Student-ID TO IV-STUDENT-ID
               MOVE LOW-VALUES TO IV-TERM
               START INVOICE-FILE KEY >= IV-INVOICE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-Read-Eof
               END-START
           END-IF
           DISPLAY "Open balances:"
           PERFORM UNTIL WS-Read-Eof = "Y"
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Read-Eof
                   NOT AT END
                       IF IV-STUDENT-ID NOT = WS-Student-ID
                           MOVE "Y" TO WS-Read-Eof
                       ELSE
                           IF IV-STATUS = "O"
                               PERFORM 375-SHOW-ONE-INVOICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Item-Count = 0
               DISPLAY "  none"
           ELSE
               MOVE WS-Balance-Total TO WS-Edit-Balance
               DISPLAY "  TOTAL OPEN BALANCE: " WS-Edit-Balance
           END-IF.

       375-SHOW-ONE-INVOICE.
           ADD 1 TO WS-Item-Count
           COMPUTE WS-Balance = IV-TOTAL-AMOUNT - IV-PAID-AMOUNT
           ADD WS-Balance TO WS-Balance-Total
           MOVE IV-TOTAL-AMOUNT TO WS-Edit-Billed
           MOVE IV-PAID-AMOUNT TO WS-Edit-Paid
           MOVE WS-Balance TO WS-Edit-Balance
           DISPLAY "  TERM " IV-TERM " BILLED " WS-Edit-Billed
               " PAID " WS-Edit-Paid " BALANCE " WS-Edit-Balance.

       380-LOOKUP-COURSE-TITLE.
           MOVE "** NOT ON COURSE MASTER **" TO WS-Course-Title
           IF WS-CrsMas-Avail = "Y"
               MOVE WS-Lookup-Course TO CM-COURSE-ID
               READ COURSE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-COURSE-TITLE TO WS-Course-Title
               END-READ
           END-IF.

       700-WRITE-AUDIT.
           OPEN EXTEND AUDIT-LOG
           IF WS-Audit-Status = "05" OR WS-Audit-Status = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO AL-TIMESTAMP
           MOVE "STUDINQ" TO AL-PROGRAM
           MOVE WS-Audit-Input TO AL-INPUT-FIELDS
           MOVE WS-Audit-Result TO AL-RESULT
           MOVE WS-Operator-ID TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.

       900-CLOSE-FILES.
           CLOSE STUDENT-MASTER
           IF WS-Enroll-Avail = "Y"
               CLOSE COURSE-ENROLL
           END-IF
           IF WS-Wait-Avail = "Y"
               CLOSE WAIT-LIST
           END-IF
           IF WS-Grade-Avail = "Y"
               CLOSE GRADE-FILE
           END-IF
           IF WS-Standing-Avail = "Y"
               CLOSE STANDING-FILE
           END-IF
           IF WS-Invoice-Avail = "Y"
               CLOSE INVOICE-FILE
           END-IF
           IF WS-Hold-Avail = "Y"
               CLOSE HOLD-FILE
           END-IF
           IF WS-SectMas-Avail = "Y"
               CLOSE SECTION-MASTER
           END-IF
           IF WS-CrsMas-Avail = "Y"
               CLOSE COURSE-MASTER
           END-IF
           IF WS-TermCal-Avail = "Y"
               CLOSE TERM-CALENDAR
           END-IF.
