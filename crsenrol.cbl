               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-WAIT-KEY
               FILE STATUS IS WS-Wait-Status.
           SELECT PREREQ-FILE ASSIGN TO "CRSPREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-PREREQ-KEY
               FILE STATUS IS WS-Prereq-Status.
           SELECT PREREQ-OVERRIDE ASSIGN TO "PREQOVR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-OVERRIDE-KEY
               FILE STATUS IS WS-Override-Status.
           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-Hold-Status.
           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM
               FILE STATUS IS WS-TermCal-Status.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SECTION-KEY
               FILE STATUS IS WS-SectMas-Status.
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
           SELECT PROM-LOG ASSIGN TO "PROMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Prom-Status.
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
           COPY GRADFILE.
       FD  WAIT-LIST.
           COPY CRSWAIT.
       FD  PREREQ-FILE.
           COPY CRSPREQ.
       FD  PREREQ-OVERRIDE.
           COPY PREQOVR.
       FD  HOLD-FILE.
           COPY HOLDS.
       FD  TERM-CALENDAR.
           COPY TERMCAL.
       FD  SECTION-MASTER.
           COPY SECTMAS.
       FD  LEDGER-FILE.
           COPY LEDGER.
       FD  INVOICE-FILE.
           COPY INVFILE.
       FD  PROM-LOG.
           COPY PROMREC.
       FD  AUDIT-LOG.
           COPY AUDITREC.
       FD  OPERATOR-SECURITY.
           COPY OPERSEC.
       FD  SIGNON-LOG.
           COPY SIGNLOG.
        WORKING-STORAGE SECTION.
          01 WS-StudMas-Status PIC X(2).
          01 WS-CrsMas-Status PIC X(2).
          01 WS-Wait-Status PIC X(2).
          01 WS-Prom-Status PIC X(2).
          01 WS-Audit-Status PIC X(2).
          01 WS-Prereq-Status PIC X(2).
          01 WS-Override-Status PIC X(2).
          01 WS-Hold-Status PIC X(2).
          01 WS-TermCal-Status PIC X(2).
          01 WS-Menu-Choice PIC 9 VALUE 0.
          01 WS-Student-ID PIC X(9).
          01 WS-Course-ID PIC X(6).
          01 WS-Session-Term PIC X(5).
          01 WS-Audit-Input PIC X(40).
          01 WS-Audit-Result PIC X(30).
          01 WS-Prereq-Avail PIC X(1) VALUE "N".
          01 WS-Override-Avail PIC X(1) VALUE "N".
          01 WS-Prereq-Eof PIC X(1) VALUE "N".
          01 WS-Prereq-Ok PIC X(1) VALUE "Y".
          01 WS-Missing-Count PIC 9(3) VALUE 0.
          01 WS-Override-Code PIC X(8).
          01 WS-Override-Ok PIC X(1) VALUE "N".
          01 WS-Grade-Found PIC X(1) VALUE "N".
          01 WS-Grade-Eof PIC X(1) VALUE "N".
          01 WS-Check-Grade PIC X(2).
          01 WS-Best-Grade PIC X(2).
          01 WS-Grade-Points PIC 9 VALUE 0.
          01 WS-Best-Points PIC 9 VALUE 0.
          01 WS-Min-Points PIC 9 VALUE 0.
          01 WS-Hold-Avail PIC X(1) VALUE "N".
          01 WS-Hold-Eof PIC X(1) VALUE "N".
          01 WS-Hold-Found PIC X(1) VALUE "N".
          01 WS-Hold-Student PIC X(9).
          01 WS-Term-Valid PIC X(1) VALUE "N".
          01 WS-Session-Last-Add PIC X(8).
          01 WS-Session-Status PIC X(1).
          01 WS-Drop-Allowed PIC X(1) VALUE "N".
          01 WS-Today PIC X(8).
          01 WS-Ledger-Status PIC X(2).
          01 WS-Invoice-Status PIC X(2).
          01 WS-Ledger-Avail PIC X(1) VALUE "N".
          01 WS-Invoice-Avail PIC X(1) VALUE "N".
          01 WS-Ledger-Eof PIC X(1) VALUE "N".
          01 WS-Last-Entry-Seq PIC 9(5) VALUE 0.
          01 WS-Course-Charged PIC X(1) VALUE "N".
          01 WS-Charge-Amount PIC 9(7)V99 VALUE 0.
          01 WS-Drop-Term PIC X(5).
          01 WS-Refund-Pct PIC 9(3) VALUE 0.
          01 WS-Refund-Amount PIC 9(7)V99 VALUE 0.
          01 WS-Edit-Refund PIC Z(6)9.99.
          01 WS-SectMas-Status PIC X(2).
          01 WS-Section-No PIC X(3).
          01 WS-Sect-Eof PIC X(1) VALUE "N".
          01 WS-Sect-Count PIC 9(3) VALUE 0.
          01 WS-Sect-Days PIC X(7).
          01 WS-Sect-Start PIC 9(4) VALUE 0.
          01 WS-Sect-End PIC 9(4) VALUE 0.
          01 WS-Sect-Capacity PIC 9(3) VALUE 0.
          01 WS-Sect-Enrolled PIC 9(3) VALUE 0.
          01 WS-Enroll-Eof PIC X(1) VALUE "N".
          01 WS-Clash-Found PIC X(1) VALUE "N".
          01 WS-Clash-Student PIC X(9).
          01 WS-Clash-Term PIC X(5).
          01 WS-Clash-Course PIC X(6).
          01 WS-Clash-Section PIC X(3).
          01 WS-Day-Sub PIC 9 VALUE 0.
          01 WS-Seat-Course PIC X(6).
          01 WS-Seat-Term PIC X(5).
          01 WS-Seat-Section PIC X(3).
          01 WS-Seat-Action PIC X(1).
          01 WS-Seat-Free PIC X(1) VALUE "N".
          01 WS-Promote-Allowed PIC X(1) VALUE "N".
          01 WS-Drop-Section PIC X(3).
          01 WS-Old-Term PIC X(5).
          01 WS-Old-Section PIC X(3).
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
           OPEN INPUT STUDENT-MASTER
           IF WS-StudMas-Status NOT = "00"
               DISPLAY "CRSENROL: STUDENT-MASTER missing, STATUS="
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF
           OPEN INPUT TERM-CALENDAR
           IF WS-TermCal-Status NOT = "00"
               DISPLAY "CRSENROL: TERM-CALENDAR missing, STATUS="
                   WS-TermCal-Status
               CLOSE STUDENT-MASTER
               CLOSE COURSE-MASTER
               STOP RUN
           END-IF
           OPEN I-O SECTION-MASTER
           IF WS-SectMas-Status NOT = "00"
               DISPLAY "CRSENROL: SECTION-MASTER missing, STATUS="
                   WS-SectMas-Status
               CLOSE STUDENT-MASTER
               CLOSE COURSE-MASTER
               CLOSE TERM-CALENDAR
               STOP RUN
           END-IF
           PERFORM 100-OPEN-ENROLL
           PERFORM 120-OPEN-GRADE-FILE
           PERFORM 130-OPEN-WAIT-LIST
           PERFORM 150-OPEN-PREREQ
           PERFORM 160-OPEN-HOLDS
           PERFORM 170-OPEN-ACCOUNTS
           PERFORM 140-ACCEPT-TERM
           PERFORM UNTIL WS-Menu-Choice = 4
               PERFORM 110-DISPLAY-MENU
               ACCEPT WS-Menu-Choice
               EVALUATE WS-Menu-Choice
                   WHEN 1
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 200-REGISTER-STUDENT
                       END-IF
                   WHEN 2
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 500-DROP-STUDENT
                       END-IF
                   WHEN 3
                       PERFORM 600-VIEW-WAITLIST
                   WHEN 4
           END-PERFORM
           CLOSE STUDENT-MASTER
           CLOSE COURSE-MASTER
           CLOSE TERM-CALENDAR
           CLOSE SECTION-MASTER
           CLOSE COURSE-ENROLL
           CLOSE WAIT-LIST
           IF WS-Grade-Avail = "Y"
               CLOSE GRADE-FILE
           END-IF
           IF WS-Prereq-Avail = "Y"
               CLOSE PREREQ-FILE
           END-IF
           IF WS-Override-Avail = "Y"
               CLOSE PREREQ-OVERRIDE
           END-IF
           IF WS-Hold-Avail = "Y"
               CLOSE HOLD-FILE
           END-IF
           IF WS-Ledger-Avail = "Y"
               CLOSE LEDGER-FILE
           END-IF
           IF WS-Invoice-Avail = "Y"
               CLOSE INVOICE-FILE
           END-IF
           STOP RUN.

      *> Every session starts with a sign-on against OPERSEC. Three
      *> bad attempts end the session, and every attempt, good or
      *> bad, goes to SIGNLOG. The operator's authority then decides
      *> which menu options are open.
       050-SIGN-ON.
           OPEN I-O OPERATOR-SECURITY
           IF WS-OperSec-Status NOT = "00"
               DISPLAY "CRSENROL: OPERATOR-SECURITY missing, STATUS="
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
               DISPLAY "CRSENROL: SIGN-ON FAILED, SESSION ENDED"
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
                   DISPLAY "CRSENROL: UNABLE TO RECORD SIGN-ON: "
                       OP-OPERATOR-ID
           END-REWRITE.

       070-WRITE-SIGNON-LOG.
           OPEN EXTEND SIGNON-LOG
           IF WS-SignLog-Status = "05" OR WS-SignLog-Status = "35"
               OPEN OUTPUT SIGNON-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO SG-TIMESTAMP
           MOVE "CRSENROL" TO SG-PROGRAM
           MOVE WS-Operator-ID TO SG-OPERATOR-ID
           IF WS-Signon-Ok = "Y"
               MOVE "S" TO SG-RESULT
           ELSE
               MOVE "F" TO SG-RESULT
           END-IF
           MOVE WS-Signon-Reason TO SG-REASON
           WRITE SIGNON-LOG-RECORD
           CLOSE SIGNON-LOG.

       080-REFUSE-OPTION.
           DISPLAY "Option not open at your authority level.".

       100-OPEN-ENROLL.
           OPEN I-O COURSE-ENROLL
           IF WS-Enroll-Status = "35"
           END-IF.

       110-DISPLAY-MENU.
           IF WS-Authority NOT = "I"
               DISPLAY "1. Register student in course section"
               DISPLAY "2. Drop student from course"
           END-IF
           DISPLAY "3. View waitlist for course"
           DISPLAY "4. Exit"
           DISPLAY "Select option: " WITH NO ADVANCING.
           END-IF.

      *> Every registration and waitlist entry in a session belongs
      *> to one academic term, so the term is keyed once up front
      *> and must be on the term calendar. Its add deadline and
      *> status are kept for the session; drops are checked against
      *> the calendar entry of the term each enrollment was made in.
       140-ACCEPT-TERM.
           MOVE "N" TO WS-Term-Valid
           PERFORM UNTIL WS-Term-Valid = "Y"
               DISPLAY "Enter academic term (e.g. 2026F): "
                   WITH NO ADVANCING
               ACCEPT WS-Session-Term
               MOVE WS-Session-Term TO TC-TERM
               READ TERM-CALENDAR
                   INVALID KEY
                       DISPLAY "Term not on calendar: "
                           WS-Session-Term
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Term-Valid
                       MOVE TC-LAST-ADD-DATE TO WS-Session-Last-Add
                       MOVE TC-STATUS TO WS-Session-Status
               END-READ
           END-PERFORM.

      *> Neither file exists until PREQMNT has been used: with no
      *> prerequisite file no course has a prerequisite, and with no
      *> override file no override code can match.
       150-OPEN-PREREQ.
           OPEN INPUT PREREQ-FILE
           IF WS-Prereq-Status = "00"
               MOVE "Y" TO WS-Prereq-Avail
           ELSE
               MOVE "N" TO WS-Prereq-Avail
           END-IF
           OPEN INPUT PREREQ-OVERRIDE
           IF WS-Override-Status = "00"
               MOVE "Y" TO WS-Override-Avail
           ELSE
               MOVE "N" TO WS-Override-Avail
           END-IF.

      *> HOLDS is created by the first HOLDMNT or HOLDBTCH run; with
      *> no file there is no hold on anyone.
       160-OPEN-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-Hold-Status = "00"
               MOVE "Y" TO WS-Hold-Avail
           ELSE
               MOVE "N" TO WS-Hold-Avail
           END-IF.

      *> LEDGER and INVFILE come into being with the first billing
      *> run; before then nothing has been charged, so a drop has
      *> nothing to refund.
       170-OPEN-ACCOUNTS.
           OPEN I-O LEDGER-FILE
           IF WS-Ledger-Status = "00"
               MOVE "Y" TO WS-Ledger-Avail
           ELSE
               MOVE "N" TO WS-Ledger-Avail
           END-IF
           OPEN I-O INVOICE-FILE
           IF WS-Invoice-Status = "00"
               MOVE "Y" TO WS-Invoice-Avail
           ELSE
               MOVE "N" TO WS-Invoice-Avail
           END-IF.

      *> Registration order: the session term must be open and its
      *> add deadline not passed, the student must exist, be active
      *> and carry no active hold, the course must exist, its
      *> prerequisites must be met (or overridden), the section must
      *> be offered in the session term, its meeting times must not
      *> clash with the student's other sections that term, a seat
      *> must be free in it, and the student must not already hold
      *> a seat in the course. Only then is the enrollment written
      *> and the course and section seat counts stepped.
       200-REGISTER-STUDENT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today
           EVALUATE TRUE
               WHEN WS-Session-Status = "C"
                   DISPLAY "Term is closed, no adds: " WS-Session-Term
               WHEN WS-Today > WS-Session-Last-Add
                   DISPLAY "Add deadline " WS-Session-Last-Add
                       " has passed for " WS-Session-Term
               WHEN OTHER
                   PERFORM 220-ACCEPT-STUDENT
           END-EVALUATE.

       220-ACCEPT-STUDENT.
           DISPLAY "Enter student ID: " WITH NO ADVANCING
           ACCEPT WS-Student-ID
           MOVE WS-Student-ID TO SM-STUDENT-ID
                       DISPLAY "Student not active, status: "
                           SM-ENROLL-STATUS
                   ELSE
                       MOVE WS-Student-ID TO WS-Hold-Student
                       PERFORM 250-CHECK-HOLDS
                       IF WS-Hold-Found = "Y"
                           DISPLAY "Registration refused, active hold "
                               HD-HOLD-TYPE ": " HD-REASON
                       ELSE
                           PERFORM 300-CHECK-COURSE
                       END-IF
                   END-IF
           END-READ.

      *> Any active hold of any type stops a registration; the first
      *> one found is left in the record area for the message.
       250-CHECK-HOLDS.
           MOVE "N" TO WS-Hold-Found
           MOVE "N" TO WS-Hold-Eof
           IF WS-Hold-Avail = "N"
               MOVE "Y" TO WS-Hold-Eof
           ELSE
               MOVE WS-Hold-Student TO HD-STUDENT-ID
               MOVE SPACES TO HD-HOLD-TYPE
               MOVE SPACES TO HD-PLACED-DATE
               START HOLD-FILE KEY >= HD-HOLD-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-Hold-Eof
               END-START
           END-IF
           PERFORM UNTIL WS-Hold-Eof = "Y"
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Hold-Eof
                   NOT AT END
                       IF HD-STUDENT-ID NOT = WS-Hold-Student
                           MOVE "Y" TO WS-Hold-Eof
                       ELSE
                           IF HD-RELEASED-DATE = SPACES
                               MOVE "Y" TO WS-Hold-Found
                               MOVE "Y" TO WS-Hold-Eof
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       300-CHECK-COURSE.
           DISPLAY "Enter course ID: " WITH NO ADVANCING
           ACCEPT WS-Course-ID
               INVALID KEY
                   DISPLAY "Course ID not found: " WS-Course-ID
               NOT INVALID KEY
                   PERFORM 310-CHECK-PREREQS
                   IF WS-Prereq-Ok = "Y"
                       PERFORM 302-CHECK-SECTION
                   END-IF
           END-READ.

      *> The sections offered in the session term are listed for the
      *> operator to choose from.
       302-CHECK-SECTION.
           PERFORM 303-LIST-SECTIONS
           IF WS-Sect-Count = 0
               DISPLAY "No section of " WS-Course-ID " offered in "
                   WS-Session-Term
           ELSE
               DISPLAY "Enter section: " WITH NO ADVANCING
               MOVE SPACES TO WS-Section-No
               ACCEPT WS-Section-No
               MOVE WS-Course-ID TO SC-COURSE-ID
               MOVE WS-Session-Term TO SC-TERM
               MOVE WS-Section-No TO SC-SECTION-NO
               READ SECTION-MASTER
                   INVALID KEY
                       DISPLAY "Section not offered: " WS-Course-ID
                           " " WS-Section-No
                   NOT INVALID KEY
                       PERFORM 305-CHECK-SECTION-SEAT
               END-READ
           END-IF.

       303-LIST-SECTIONS.
           MOVE 0 TO WS-Sect-Count
           MOVE "N" TO WS-Sect-Eof
           MOVE WS-Course-ID TO SC-COURSE-ID
           MOVE WS-Session-Term TO SC-TERM
           MOVE SPACES TO SC-SECTION-NO
           START SECTION-MASTER KEY >= SC-SECTION-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Sect-Eof
           END-START
           PERFORM UNTIL WS-Sect-Eof = "Y"
               READ SECTION-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Sect-Eof
                   NOT AT END
                       IF SC-COURSE-ID NOT = WS-Course-ID
                           OR SC-TERM NOT = WS-Session-Term
                           MOVE "Y" TO WS-Sect-Eof
                       ELSE
                           ADD 1 TO WS-Sect-Count
                           DISPLAY "  " SC-SECTION-NO " " SC-DAYS " "
                               SC-START-TIME "-" SC-END-TIME " "
                               SC-ROOM " " SC-INSTRUCTOR-ID
                               " SEATS " SC-ENROLLED-COUNT "/"
                               SC-CAPACITY
                       END-IF
               END-READ
           END-PERFORM.

      *> The clash check runs before the seat check, so a student is
      *> neither seated nor waitlisted in a section that overlaps one
      *> already held. The section's own figures are kept aside
      *> because the clash sweep reads other sections into the
      *> record area.
       305-CHECK-SECTION-SEAT.
           MOVE SC-DAYS TO WS-Sect-Days
           MOVE SC-START-TIME TO WS-Sect-Start
           MOVE SC-END-TIME TO WS-Sect-End
           MOVE SC-CAPACITY TO WS-Sect-Capacity
           MOVE SC-ENROLLED-COUNT TO WS-Sect-Enrolled
           MOVE WS-Student-ID TO WS-Clash-Student
           MOVE WS-Session-Term TO WS-Clash-Term
           PERFORM 800-CHECK-TIME-CLASH
           IF WS-Clash-Found = "Y"
               DISPLAY "Registration refused, time clash with "
                   WS-Clash-Course " section " WS-Clash-Section
               MOVE SPACES TO WS-Audit-Input
               STRING "STUDENT=" WS-Student-ID
                   " COURSE=" WS-Course-ID
                   " SECTION=" WS-Section-No
                   DELIMITED BY SIZE INTO WS-Audit-Input
               MOVE SPACES TO WS-Audit-Result
               STRING "TIME CLASH " WS-Clash-Course
                   " " WS-Clash-Section
                   DELIMITED BY SIZE INTO WS-Audit-Result
               PERFORM 700-WRITE-AUDIT
           ELSE
               IF WS-Sect-Enrolled >= WS-Sect-Capacity
                   DISPLAY "Section is full: " WS-Course-ID
                       " " WS-Section-No
                   PERFORM 350-OFFER-WAITLIST
               ELSE
                   PERFORM 400-WRITE-ENROLLMENT
               END-IF
           END-IF.

      *> Every prerequisite of the course needs a grade on GRADFILE,
      *> in any term, at or above its minimum. Each one missing is
      *> named on screen and logged; the check runs before the seat
      *> check so neither a seat nor a waitlist place is granted
      *> without it, unless a registrar override code is keyed.
       310-CHECK-PREREQS.
           MOVE "Y" TO WS-Prereq-Ok
           MOVE 0 TO WS-Missing-Count
           IF WS-Prereq-Avail = "Y"
               MOVE "N" TO WS-Prereq-Eof
               MOVE WS-Course-ID TO PQ-COURSE-ID
               MOVE SPACES TO PQ-REQ-COURSE-ID
               START PREREQ-FILE KEY >= PQ-PREREQ-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-Prereq-Eof
               END-START
               PERFORM UNTIL WS-Prereq-Eof = "Y"
                   READ PREREQ-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-Prereq-Eof
                       NOT AT END
                           IF PQ-COURSE-ID NOT = WS-Course-ID
                               MOVE "Y" TO WS-Prereq-Eof
                           ELSE
                               PERFORM 320-CHECK-ONE-PREREQ
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-Missing-Count > 0
               PERFORM 340-ACCEPT-OVERRIDE
           END-IF.

       320-CHECK-ONE-PREREQ.
           PERFORM 330-FIND-BEST-GRADE
           MOVE PQ-MIN-GRADE TO WS-Check-Grade
           PERFORM 335-GRADE-TO-POINTS
           MOVE WS-Grade-Points TO WS-Min-Points
           IF WS-Grade-Found = "Y"
               AND WS-Best-Points >= WS-Min-Points
               AND WS-Best-Points > 0
               CONTINUE
           ELSE
               ADD 1 TO WS-Missing-Count
               IF WS-Grade-Found = "Y"
                   DISPLAY "Prerequisite not met: " PQ-REQ-COURSE-ID
                       " grade " WS-Best-Grade " below minimum "
                       PQ-MIN-GRADE
               ELSE
                   DISPLAY "Prerequisite not met: " PQ-REQ-COURSE-ID
                       " no grade on file (minimum " PQ-MIN-GRADE ")"
               END-IF
               MOVE SPACES TO WS-Audit-Input
               STRING "STUDENT=" WS-Student-ID
                   " COURSE=" WS-Course-ID
                   DELIMITED BY SIZE INTO WS-Audit-Input
               MOVE SPACES TO WS-Audit-Result
               STRING "PREREQ MISSING " PQ-REQ-COURSE-ID
                   " MIN " PQ-MIN-GRADE
                   DELIMITED BY SIZE INTO WS-Audit-Result
               PERFORM 700-WRITE-AUDIT
           END-IF.

      *> The best grade across every term the prerequisite was taken
      *> is the one that counts, as DEGAUDIT does for requirements.
       330-FIND-BEST-GRADE.
           MOVE "N" TO WS-Grade-Found
           MOVE SPACES TO WS-Best-Grade
           MOVE 0 TO WS-Best-Points
           MOVE "N" TO WS-Grade-Eof
           IF WS-Grade-Avail = "N"
               MOVE "Y" TO WS-Grade-Eof
           ELSE
               MOVE WS-Student-ID TO GR-STUDENT-ID
               MOVE PQ-REQ-COURSE-ID TO GR-COURSE-ID
               MOVE SPACES TO GR-TERM
               START GRADE-FILE KEY >= GR-GRADE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-Grade-Eof
               END-START
           END-IF
           PERFORM UNTIL WS-Grade-Eof = "Y"
               READ GRADE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Grade-Eof
                   NOT AT END
                       IF GR-STUDENT-ID NOT = WS-Student-ID
                           OR GR-COURSE-ID NOT = PQ-REQ-COURSE-ID
                           MOVE "Y" TO WS-Grade-Eof
                       ELSE
                           MOVE "Y" TO WS-Grade-Found
                           MOVE GR-GRADE TO WS-Check-Grade
                           PERFORM 335-GRADE-TO-POINTS
                           IF WS-Grade-Points >= WS-Best-Points
                               MOVE WS-Grade-Points
                                   TO WS-Best-Points
                               MOVE GR-GRADE TO WS-Best-Grade
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       335-GRADE-TO-POINTS.
           EVALUATE WS-Check-Grade
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
           END-EVALUATE.

      *> A blank code takes the refusal. A keyed code must match the
      *> override PREQMNT issued for this student and course; the
      *> outcome either way goes to AUDITLOG with the code keyed.
       340-ACCEPT-OVERRIDE.
           MOVE "N" TO WS-Prereq-Ok
           MOVE SPACES TO WS-Override-Code
           DISPLAY "Enter registrar override code (blank if none): "
               WITH NO ADVANCING
           ACCEPT WS-Override-Code
           IF WS-Override-Code = SPACES
               DISPLAY "Registration refused, prerequisites not met: "
                   WS-Course-ID
           ELSE
               PERFORM 345-CHECK-OVERRIDE
           END-IF.

       345-CHECK-OVERRIDE.
           MOVE "N" TO WS-Override-Ok
           IF WS-Override-Avail = "Y"
               MOVE WS-Course-ID TO PO-COURSE-ID
               MOVE WS-Student-ID TO PO-STUDENT-ID
               READ PREREQ-OVERRIDE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PO-OVERRIDE-CODE = WS-Override-Code
                           MOVE "Y" TO WS-Override-Ok
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO WS-Audit-Input
           STRING "STUDENT=" WS-Student-ID
               " COURSE=" WS-Course-ID
               DELIMITED BY SIZE INTO WS-Audit-Input
           MOVE SPACES TO WS-Audit-Result
           IF WS-Override-Ok = "Y"
               MOVE "Y" TO WS-Prereq-Ok
               STRING "PREREQ OVERRIDE " WS-Override-Code
                   DELIMITED BY SIZE INTO WS-Audit-Result
               DISPLAY "Prerequisites overridden, code "
                   WS-Override-Code
           ELSE
               STRING "OVERRIDE REFUSED " WS-Override-Code
                   DELIMITED BY SIZE INTO WS-Audit-Result
               DISPLAY "Override code not valid for " WS-Student-ID
                   " in " WS-Course-ID
               DISPLAY "Registration refused, prerequisites not met: "
                   WS-Course-ID
           END-IF
           PERFORM 700-WRITE-AUDIT.

       350-OFFER-WAITLIST.
           DISPLAY "Add to waitlist (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-Wait-Choice
           MOVE WS-Student-ID TO WL-STUDENT-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WL-REQUEST-DATE
           MOVE WS-Session-Term TO WL-TERM
           MOVE WS-Section-No TO WL-SECTION
           WRITE WAIT-LIST-RECORD
               INVALID KEY
                   DISPLAY "Unable to waitlist: " WS-Student-ID
                       " for " WS-Course-ID
               NOT INVALID KEY
                   DISPLAY "Waitlisted " WS-Student-ID " for "
                       WS-Course-ID " section " WS-Section-No
                       " at position " WL-ARRIVAL-SEQ
           END-WRITE.

       400-WRITE-ENROLLMENT.
           MOVE WS-Student-ID TO CE-STUDENT-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO CE-ENROLL-DATE
           MOVE WS-Session-Term TO CE-TERM
           MOVE WS-Section-No TO CE-SECTION
           WRITE COURSE-ENROLL-RECORD
               INVALID KEY
                   PERFORM 410-CHECK-RETAKE
                       NOT INVALID KEY
                           DISPLAY "Enrolled " WS-Student-ID
                               " in " WS-Course-ID
                               " section " WS-Section-No
                   END-REWRITE
                   MOVE WS-Course-ID TO WS-Seat-Course
                   MOVE WS-Session-Term TO WS-Seat-Term
                   MOVE WS-Section-No TO WS-Seat-Section
                   MOVE "A" TO WS-Seat-Action
                   PERFORM 450-STEP-SECTION-COUNT
           END-WRITE.

      *> An enrollment already on file under an earlier term whose
      *> The re-registered record is the same CRSENRL record, so
      *> the seat it was counted for at first registration is the
      *> seat it keeps: the count stays equal to the number of
      *> enrollment records, the invariant INTAUDIT checks. The
      *> seat does move section, though, so the old section gives
      *> it up and the new one takes it.
       430-REWRITE-RETAKE.
           MOVE CE-TERM TO WS-Old-Term
           MOVE CE-SECTION TO WS-Old-Section
           MOVE FUNCTION CURRENT-DATE (1:8) TO CE-ENROLL-DATE
           MOVE WS-Session-Term TO CE-TERM
           MOVE WS-Section-No TO CE-SECTION
           REWRITE COURSE-ENROLL-RECORD
               INVALID KEY
                   DISPLAY "Unable to enroll: " WS-Student-ID
                       " in " WS-Course-ID
               NOT INVALID KEY
                   DISPLAY "Enrolled " WS-Student-ID
                       " in " WS-Course-ID " section "
                       WS-Section-No " (retake)"
                   MOVE WS-Course-ID TO WS-Seat-Course
                   MOVE WS-Session-Term TO WS-Seat-Term
                   MOVE WS-Section-No TO WS-Seat-Section
                   MOVE "A" TO WS-Seat-Action
                   PERFORM 450-STEP-SECTION-COUNT
                   MOVE WS-Old-Term TO WS-Seat-Term
                   MOVE WS-Old-Section TO WS-Seat-Section
                   MOVE "R" TO WS-Seat-Action
                   PERFORM 450-STEP-SECTION-COUNT
           END-REWRITE.

      *> WS-Seat-Action A takes a seat in the section, R gives one
      *> back; as with the course count, a release never drives the
      *> count below zero.
       450-STEP-SECTION-COUNT.
           MOVE WS-Seat-Course TO SC-COURSE-ID
           MOVE WS-Seat-Term TO SC-TERM
           MOVE WS-Seat-Section TO SC-SECTION-NO
           READ SECTION-MASTER
               INVALID KEY
                   DISPLAY "Section not on file, seat count not "
                       "updated: " WS-Seat-Course " " WS-Seat-Term
                       " " WS-Seat-Section
               NOT INVALID KEY
                   IF WS-Seat-Action = "A"
                       ADD 1 TO SC-ENROLLED-COUNT
                   ELSE
                       IF SC-ENROLLED-COUNT > 0
                           SUBTRACT 1 FROM SC-ENROLLED-COUNT
                       END-IF
                   END-IF
                   REWRITE SECTION-RECORD
                       INVALID KEY
                           DISPLAY "Unable to update section seat "
                               "count: " WS-Seat-Course " "
                               WS-Seat-Section
                   END-REWRITE
           END-READ.

      *> A drop goes straight off the enrollment record, so a seat
      *> can still be released after the student has left the
      *> master. A grade already posted for the student and course
                   DISPLAY "Not enrolled: " WS-Student-ID
                       " in " WS-Course-ID
               NOT INVALID KEY
                   PERFORM 505-CHECK-DROP-DEADLINE
                   IF WS-Drop-Allowed = "Y"
                       PERFORM 510-CHECK-GRADE-POSTED
                   END-IF
           END-READ.

      *> The drop deadline is the one for the term the seat was
      *> taken in, which need not be the session term. The same
      *> calendar entry gives the refund percentage for a drop
      *> made today.
       505-CHECK-DROP-DEADLINE.
           MOVE "N" TO WS-Drop-Allowed
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today
           MOVE CE-TERM TO TC-TERM
           READ TERM-CALENDAR
               INVALID KEY
                   DISPLAY "Enrollment term not on calendar, not "
                       "dropped: " CE-TERM
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TC-STATUS = "C"
                           DISPLAY "Term is closed, no drops: " CE-TERM
                       WHEN WS-Today > TC-LAST-DROP-DATE
                           DISPLAY "Drop deadline " TC-LAST-DROP-DATE
                               " has passed for " CE-TERM
                       WHEN OTHER
                           MOVE "Y" TO WS-Drop-Allowed
                           MOVE CE-TERM TO WS-Drop-Term
                           MOVE CE-SECTION TO WS-Drop-Section
                           PERFORM 507-SET-REFUND-PCT
                   END-EVALUATE
           END-READ.

       507-SET-REFUND-PCT.
           EVALUATE TRUE
               WHEN WS-Today <= TC-REFUND-1-DATE
                   MOVE TC-REFUND-1-PCT TO WS-Refund-Pct
               WHEN WS-Today <= TC-REFUND-2-DATE
                   MOVE TC-REFUND-2-PCT TO WS-Refund-Pct
               WHEN WS-Today <= TC-REFUND-3-DATE
                   MOVE TC-REFUND-3-PCT TO WS-Refund-Pct
               WHEN OTHER
                   MOVE 0 TO WS-Refund-Pct
           END-EVALUATE.

       510-CHECK-GRADE-POSTED.
           IF WS-Grade-Avail = "Y"
               MOVE WS-Student-ID TO GR-STUDENT-ID
                   PERFORM 700-WRITE-AUDIT
                   DISPLAY "Dropped " WS-Student-ID
                       " from " WS-Course-ID
                   PERFORM 580-POST-DROP-REFUND
                   PERFORM 540-PROMOTE-FROM-WAITLIST
           END-DELETE.

                           DISPLAY "Unable to update seat count: "
                               WS-Course-ID
                   END-REWRITE
           END-READ
           MOVE WS-Course-ID TO WS-Seat-Course
           MOVE WS-Drop-Term TO WS-Seat-Term
           MOVE WS-Drop-Section TO WS-Seat-Section
           MOVE "R" TO WS-Seat-Action
           PERFORM 450-STEP-SECTION-COUNT.

      *> A freed seat goes to the first entry in the course's queue
      *> waiting for that section of that term. Entries that can no
      *> longer be honored (student gone from the master, no longer
      *> active, under an active hold, clashing with a section the
      *> student has taken since, or somehow already enrolled)
      *> come off the queue and the next in line is tried, so a
      *> stale entry never wedges the whole list. A section whose
      *> capacity has been cut below its seats promotes no one.
      *> A promotion is an add, so none is made once the term's add
      *> deadline has passed or the term is closed; the queue is
      *> left as it stands.
       540-PROMOTE-FROM-WAITLIST.
           MOVE "N" TO WS-Promote-Done
           PERFORM 542-CHECK-PROMOTE-TERM
           IF WS-Promote-Allowed = "N"
               MOVE "Y" TO WS-Promote-Done
           ELSE
               PERFORM 545-CHECK-SEAT-FREE
               IF WS-Seat-Free = "N"
                   MOVE "Y" TO WS-Promote-Done
               END-IF
           END-IF
           PERFORM UNTIL WS-Promote-Done = "Y"
               PERFORM 550-READ-QUEUE-HEAD
               IF WS-Head-Found = "N"
               END-IF
           END-PERFORM.

       542-CHECK-PROMOTE-TERM.
           MOVE "N" TO WS-Promote-Allowed
           MOVE SPACES TO WS-Audit-Result
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today
           MOVE WS-Drop-Term TO TC-TERM
           READ TERM-CALENDAR
               INVALID KEY
                   MOVE "NO PROMOTION, TERM NOT ON CAL"
                       TO WS-Audit-Result
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TC-STATUS = "C"
                           MOVE "NO PROMOTION, TERM CLOSED"
                               TO WS-Audit-Result
                       WHEN WS-Today > TC-LAST-ADD-DATE
                           MOVE "NO PROMOTION, ADD DEADLINE"
                               TO WS-Audit-Result
                       WHEN OTHER
                           MOVE "Y" TO WS-Promote-Allowed
                   END-EVALUATE
           END-READ
           IF WS-Promote-Allowed = "N"
               DISPLAY "No waitlist promotion for " WS-Course-ID
                   " section " WS-Drop-Section ": "
                   WS-Audit-Result (15:16)
               MOVE SPACES TO WS-Audit-Input
               STRING "COURSE=" WS-Course-ID
                   " TERM=" WS-Drop-Term
                   " SECTION=" WS-Drop-Section
                   DELIMITED BY SIZE INTO WS-Audit-Input
               PERFORM 700-WRITE-AUDIT
           END-IF.

       545-CHECK-SEAT-FREE.
           MOVE "N" TO WS-Seat-Free
           MOVE WS-Course-ID TO SC-COURSE-ID
           MOVE WS-Drop-Term TO SC-TERM
           MOVE WS-Drop-Section TO SC-SECTION-NO
           READ SECTION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SC-ENROLLED-COUNT < SC-CAPACITY
                       MOVE "Y" TO WS-Seat-Free
                       MOVE SC-DAYS TO WS-Sect-Days
                       MOVE SC-START-TIME TO WS-Sect-Start
                       MOVE SC-END-TIME TO WS-Sect-End
                   END-IF
           END-READ.

       550-READ-QUEUE-HEAD.
           MOVE "N" TO WS-Head-Found
           MOVE "N" TO WS-Queue-Eof
           MOVE WS-Course-ID TO WL-COURSE-ID
           MOVE 0 TO WL-ARRIVAL-SEQ
           START WAIT-LIST KEY >= WL-WAIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Queue-Eof
           END-START
           PERFORM UNTIL WS-Queue-Eof = "Y"
               READ WAIT-LIST NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Queue-Eof
                   NOT AT END
                       IF WL-COURSE-ID NOT = WS-Course-ID
                           MOVE "Y" TO WS-Queue-Eof
                       ELSE
                           IF WL-TERM = WS-Drop-Term
                               AND WL-SECTION = WS-Drop-Section
                               MOVE "Y" TO WS-Head-Found
                               MOVE "Y" TO WS-Queue-Eof
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       560-PROMOTE-HEAD.
           MOVE WL-STUDENT-ID TO WS-Promote-ID
                       DISPLAY "Waitlist entry skipped, status "
                           SM-ENROLL-STATUS ": " WS-Promote-ID
                   ELSE
                       MOVE WS-Promote-ID TO WS-Hold-Student
                       PERFORM 250-CHECK-HOLDS
                       IF WS-Hold-Found = "Y"
                           DISPLAY "Waitlist entry skipped, active"
                               " hold " HD-HOLD-TYPE ": " WS-Promote-ID
                       ELSE
                           PERFORM 567-CHECK-PROMOTE-CLASH
                       END-IF
                   END-IF
           END-READ.

       567-CHECK-PROMOTE-CLASH.
           MOVE WS-Promote-ID TO WS-Clash-Student
           MOVE WS-Promote-Term TO WS-Clash-Term
           PERFORM 800-CHECK-TIME-CLASH
           IF WS-Clash-Found = "Y"
               DISPLAY "Waitlist entry skipped, time clash with "
                   WS-Clash-Course ": " WS-Promote-ID
           ELSE
               PERFORM 570-WRITE-PROMOTION
           END-IF.

       570-WRITE-PROMOTION.
           MOVE WS-Course-ID TO CE-COURSE-ID
           MOVE WS-Promote-ID TO CE-STUDENT-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO CE-ENROLL-DATE
           MOVE WS-Promote-Term TO CE-TERM
           MOVE WS-Drop-Section TO CE-SECTION
           WRITE COURSE-ENROLL-RECORD
               INVALID KEY
                   DISPLAY "Waitlist entry skipped, already enrolled: "
                                       " count: " WS-Course-ID
                           END-REWRITE
                   END-READ
                   MOVE WS-Course-ID TO WS-Seat-Course
                   MOVE WS-Promote-Term TO WS-Seat-Term
                   MOVE WS-Drop-Section TO WS-Seat-Section
                   MOVE "A" TO WS-Seat-Action
                   PERFORM 450-STEP-SECTION-COUNT
                   PERFORM 710-WRITE-PROM-LOG
                   DISPLAY "Promoted from waitlist: " WS-Promote-ID
                       " into " WS-Course-ID " section "
                       WS-Drop-Section
                   MOVE "Y" TO WS-Promote-Done
           END-WRITE.

      *> Only a course that stands charged on the ledger (its latest
      *> entry a charge, not a refund) earns a refund, and then only
      *> the calendar's percentage of what was charged. The refund
      *> is credited to the ledger and taken off the term's invoice
      *> at once, so the student is not left owing for a dropped
      *> course until billing is next run.
       580-POST-DROP-REFUND.
           IF WS-Ledger-Avail = "Y"
               PERFORM 585-FIND-COURSE-CHARGE
               EVALUATE TRUE
                   WHEN WS-Course-Charged = "N"
                       DISPLAY "No tuition charged for "
                           WS-Course-ID ", no refund due."
                   WHEN WS-Refund-Pct = 0
                       DISPLAY "Refund schedule has ended for "
                           WS-Drop-Term ", no refund due."
                   WHEN OTHER
                       PERFORM 590-WRITE-REFUND
               END-EVALUATE
           END-IF.

       585-FIND-COURSE-CHARGE.
           MOVE 0 TO WS-Last-Entry-Seq
           MOVE "N" TO WS-Course-Charged
           MOVE 0 TO WS-Charge-Amount
           MOVE "N" TO WS-Ledger-Eof
           MOVE WS-Student-ID TO LG-STUDENT-ID
           MOVE WS-Drop-Term TO LG-TERM
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
                       IF LG-STUDENT-ID NOT = WS-Student-ID
                           OR LG-TERM NOT = WS-Drop-Term
                           MOVE "Y" TO WS-Ledger-Eof
                       ELSE
                           PERFORM 587-CHECK-LEDGER-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       587-CHECK-LEDGER-ENTRY.
           MOVE LG-ENTRY-SEQ TO WS-Last-Entry-Seq
           IF LG-COURSE-ID = WS-Course-ID
               EVALUATE LG-ENTRY-TYPE
                   WHEN "C"
                       MOVE "Y" TO WS-Course-Charged
                       MOVE LG-AMOUNT TO WS-Charge-Amount
                   WHEN "R"
                       MOVE "N" TO WS-Course-Charged
               END-EVALUATE
           END-IF.

       590-WRITE-REFUND.
           COMPUTE WS-Refund-Amount ROUNDED =
               WS-Charge-Amount * WS-Refund-Pct / 100
           MOVE WS-Student-ID TO LG-STUDENT-ID
           MOVE WS-Drop-Term TO LG-TERM
           COMPUTE LG-ENTRY-SEQ = WS-Last-Entry-Seq + 1
           MOVE "R" TO LG-ENTRY-TYPE
           MOVE WS-Today TO LG-ENTRY-DATE
           MOVE SPACES TO LG-DUE-DATE
           MOVE WS-Refund-Amount TO LG-AMOUNT
           MOVE WS-Course-ID TO LG-COURSE-ID
           MOVE "CRSENROL" TO LG-PROGRAM
           MOVE SPACES TO LG-DESCRIPTION
           STRING "DROP REFUND " WS-Refund-Pct "%"
               DELIMITED BY SIZE INTO LG-DESCRIPTION
           WRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "Unable to post refund: " WS-Student-ID
                       " " WS-Course-ID
               NOT INVALID KEY
                   MOVE WS-Refund-Amount TO WS-Edit-Refund
                   DISPLAY "Refund of " WS-Edit-Refund " ("
                       WS-Refund-Pct "%) credited to " WS-Student-ID
                   MOVE SPACES TO WS-Audit-Result
                   STRING "REFUND " WS-Refund-Pct "% " WS-Edit-Refund
                       DELIMITED BY SIZE INTO WS-Audit-Result
                   PERFORM 700-WRITE-AUDIT
                   PERFORM 595-CREDIT-INVOICE
           END-WRITE.

      *> The invoice total is clamped at zero; a credit beyond what
      *> was billed would mean the ledger and invoice had already
      *> drifted, which BALRPT's control line will show.
       595-CREDIT-INVOICE.
           IF WS-Invoice-Avail = "Y"
               MOVE WS-Student-ID TO IV-STUDENT-ID
               MOVE WS-Drop-Term TO IV-TERM
               READ INVOICE-FILE
                   INVALID KEY
                       DISPLAY "No invoice to credit: " WS-Student-ID
                           " " WS-Drop-Term
                   NOT INVALID KEY
                       IF IV-TOTAL-AMOUNT > WS-Refund-Amount
                           SUBTRACT WS-Refund-Amount
                               FROM IV-TOTAL-AMOUNT
                       ELSE
                           MOVE 0 TO IV-TOTAL-AMOUNT
                       END-IF
                       IF IV-PAID-AMOUNT >= IV-TOTAL-AMOUNT
                           MOVE "P" TO IV-STATUS
                       ELSE
                           MOVE "O" TO IV-STATUS
                       END-IF
                       REWRITE INVOICE-RECORD
                           INVALID KEY
                               DISPLAY "Unable to credit invoice: "
                                   WS-Student-ID " " WS-Drop-Term
                       END-REWRITE
               END-READ
           END-IF.

       600-VIEW-WAITLIST.
           DISPLAY "Enter course ID: " WITH NO ADVANCING
           ACCEPT WS-Course-ID
               INVALID KEY
                   DISPLAY "  " WL-ARRIVAL-SEQ " " WL-STUDENT-ID
                       " ** NOT ON STUDENT MASTER **  "
                       WL-REQUEST-DATE " " WL-TERM " " WL-SECTION
               NOT INVALID KEY
                   DISPLAY "  " WL-ARRIVAL-SEQ " " WL-STUDENT-ID
                       " " SM-STUDENT-NAME " " WL-REQUEST-DATE
                       " " WL-TERM " " WL-SECTION
           END-READ.

       700-WRITE-AUDIT.
           MOVE "CRSENROL" TO AL-PROGRAM
           MOVE WS-Audit-Input TO AL-INPUT-FIELDS
           MOVE WS-Audit-Result TO AL-RESULT
           MOVE WS-Operator-ID TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.

      *> COURSE-ENROLL is keyed by course first, so a student's other
      *> seats can only be found by a sweep of the whole file. Two
      *> sections clash when they share a meeting day and their
      *> hours overlap; a section whose time is still to be arranged
      *> clashes with nothing. Seats in the course being registered
      *> are left out, since that is the seat being taken.
       800-CHECK-TIME-CLASH.
           MOVE "N" TO WS-Clash-Found
           MOVE "N" TO WS-Enroll-Eof
           IF WS-Sect-Start = 0 AND WS-Sect-End = 0
               MOVE "Y" TO WS-Enroll-Eof
           ELSE
               MOVE LOW-VALUES TO CE-ENROLL-KEY
               START COURSE-ENROLL KEY > CE-ENROLL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-Enroll-Eof
               END-START
           END-IF
           PERFORM UNTIL WS-Enroll-Eof = "Y"
               READ COURSE-ENROLL NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Enroll-Eof
                   NOT AT END
                       IF CE-STUDENT-ID = WS-Clash-Student
                           AND CE-TERM = WS-Clash-Term
                           AND CE-COURSE-ID NOT = WS-Course-ID
                           PERFORM 810-CHECK-ONE-SEAT
                       END-IF
               END-READ
           END-PERFORM.

       810-CHECK-ONE-SEAT.
           MOVE CE-COURSE-ID TO SC-COURSE-ID
           MOVE CE-TERM TO SC-TERM
           MOVE CE-SECTION TO SC-SECTION-NO
           READ SECTION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SC-START-TIME < WS-Sect-End
                       AND WS-Sect-Start < SC-END-TIME
                       PERFORM 820-CHECK-DAYS
                   END-IF
           END-READ
           IF WS-Clash-Found = "Y"
               MOVE CE-COURSE-ID TO WS-Clash-Course
               MOVE CE-SECTION TO WS-Clash-Section
               MOVE "Y" TO WS-Enroll-Eof
           END-IF.

       820-CHECK-DAYS.
           PERFORM VARYING WS-Day-Sub FROM 1 BY 1
               UNTIL WS-Day-Sub > 7 OR WS-Clash-Found = "Y"
               IF WS-Sect-Days (WS-Day-Sub:1) NOT = SPACE
                   AND SC-DAYS (WS-Day-Sub:1) NOT = SPACE
                   MOVE "Y" TO WS-Clash-Found
               END-IF
           END-PERFORM.

       710-WRITE-PROM-LOG.
           OPEN EXTEND PROM-LOG
           IF WS-Prom-Status = "05" OR WS-Prom-Status = "35"
