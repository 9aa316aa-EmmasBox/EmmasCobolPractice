       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMMNT.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT COURSE-ENROLL ASSIGN TO "CRSENRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-ENROLL-KEY
               FILE STATUS IS WS-Enroll-Status.
           SELECT INVOICE-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-INVOICE-KEY
               FILE STATUS IS WS-Invoice-Status.
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
       FD  TERM-CALENDAR.
           COPY TERMCAL.
       FD  SECTION-MASTER.
           COPY SECTMAS.
       FD  COURSE-ENROLL.
           COPY CRSENRL.
       FD  INVOICE-FILE.
           COPY INVFILE.
       FD  OPERATOR-SECURITY.
           COPY OPERSEC.
       FD  SIGNON-LOG.
           COPY SIGNLOG.
        WORKING-STORAGE SECTION.
          01 WS-TermCal-Status PIC X(2).
          01 WS-Menu-Choice PIC 9 VALUE 0.
          01 WS-Term PIC X(5).
          01 WS-Term-Valid PIC X(1) VALUE "N".
          01 WS-Start-Date PIC X(8).
          01 WS-End-Date PIC X(8).
          01 WS-Last-Add-Date PIC X(8).
          01 WS-Last-Drop-Date PIC X(8).
          01 WS-Grade-Open-Date PIC X(8).
          01 WS-Grade-Close-Date PIC X(8).
          01 WS-Term-Status PIC X(1).
          01 WS-Date-Label PIC X(24).
          01 WS-Date-Entry PIC X(8).
          01 WS-Date-Valid PIC X(1) VALUE "N".
          01 WS-Dates-Ok PIC X(1) VALUE "N".
          01 WS-Refund-1-Date PIC X(8).
          01 WS-Refund-1-Pct PIC 9(3).
          01 WS-Refund-2-Date PIC X(8).
          01 WS-Refund-2-Pct PIC 9(3).
          01 WS-Refund-3-Date PIC X(8).
          01 WS-Refund-3-Pct PIC 9(3).
          01 WS-Pct-Entry PIC X(3).
          01 WS-Pct-Value PIC 9(3).
          01 WS-Pct-Valid PIC X(1) VALUE "N".
          01 WS-Refund-Ok PIC X(1) VALUE "N".
          01 WS-Browse-Eof PIC X(1) VALUE "N".
          01 WS-Term-Count PIC 9(3) VALUE 0.
          01 WS-SectMas-Status PIC X(2).
          01 WS-SectMas-Avail PIC X(1) VALUE "N".
          01 WS-Enroll-Status PIC X(2).
          01 WS-Enroll-Avail PIC X(1) VALUE "N".
          01 WS-Invoice-Status PIC X(2).
          01 WS-Invoice-Avail PIC X(1) VALUE "N".
          01 WS-Ref-Eof PIC X(1) VALUE "N".
          01 WS-Sections-Found PIC 9(5) VALUE 0.
          01 WS-Seats-Found PIC 9(5) VALUE 0.
          01 WS-Invoices-Found PIC 9(5) VALUE 0.
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
           PERFORM UNTIL WS-Menu-Choice = 5
               PERFORM 110-DISPLAY-MENU
               ACCEPT WS-Menu-Choice
               EVALUATE WS-Menu-Choice
                   WHEN 1
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 200-ADD-TERM
                       END-IF
                   WHEN 2
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 300-UPDATE-TERM
                       END-IF
                   WHEN 3
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 400-DELETE-TERM
                       END-IF
                   WHEN 4
                       PERFORM 500-BROWSE-TERMS
                   WHEN 5
                       DISPLAY "Exiting."
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM
           PERFORM 900-CLOSE-FILES
           STOP RUN.

      *> Every session starts with a sign-on against OPERSEC. Three
      *> bad attempts end the session, and every attempt, good or
      *> bad, goes to SIGNLOG. The operator's authority then decides
      *> which menu options are open.
       050-SIGN-ON.
           OPEN I-O OPERATOR-SECURITY
           IF WS-OperSec-Status NOT = "00"
               DISPLAY "TERMMNT: OPERATOR-SECURITY missing, STATUS="
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
               DISPLAY "TERMMNT: SIGN-ON FAILED, SESSION ENDED"
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
                   DISPLAY "TERMMNT: UNABLE TO RECORD SIGN-ON: "
                       OP-OPERATOR-ID
           END-REWRITE.

       070-WRITE-SIGNON-LOG.
           OPEN EXTEND SIGNON-LOG
           IF WS-SignLog-Status = "05" OR WS-SignLog-Status = "35"
               OPEN OUTPUT SIGNON-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO SG-TIMESTAMP
           MOVE "TERMMNT" TO SG-PROGRAM
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

      *> SECTMAS, CRSENRL and INVFILE are only read here, to keep a
      *> term still in use from being deleted; a file not yet
      *> created holds nothing for the term.
       100-OPEN-FILES.
           OPEN I-O TERM-CALENDAR
           IF WS-TermCal-Status = "35"
               OPEN OUTPUT TERM-CALENDAR
               CLOSE TERM-CALENDAR
               OPEN I-O TERM-CALENDAR
           END-IF
           OPEN INPUT SECTION-MASTER
           IF WS-SectMas-Status = "00"
               MOVE "Y" TO WS-SectMas-Avail
           END-IF
           OPEN INPUT COURSE-ENROLL
           IF WS-Enroll-Status = "00"
               MOVE "Y" TO WS-Enroll-Avail
           END-IF
           OPEN INPUT INVOICE-FILE
           IF WS-Invoice-Status = "00"
               MOVE "Y" TO WS-Invoice-Avail
           END-IF.

       110-DISPLAY-MENU.
           IF WS-Authority NOT = "I"
               DISPLAY "1. Add term"
               DISPLAY "2. Update term"
               DISPLAY "3. Delete term"
           END-IF
           DISPLAY "4. Browse terms"
           DISPLAY "5. Exit"
           DISPLAY "Select option: " WITH NO ADVANCING.

      *> A term code is a four-digit year and an upper-case season
      *> letter (F fall, S spring, U summer, W winter), so 2026f or
      *> a stray space can never become a term of its own.
       150-ACCEPT-TERM-CODE.
           MOVE "N" TO WS-Term-Valid
           PERFORM UNTIL WS-Term-Valid = "Y"
               DISPLAY "Enter term code (e.g. 2026F): "
                   WITH NO ADVANCING
               ACCEPT WS-Term
               IF WS-Term (1:4) IS NUMERIC
                   AND (WS-Term (5:1) = "F" OR WS-Term (5:1) = "S"
                     OR WS-Term (5:1) = "U" OR WS-Term (5:1) = "W")
                   MOVE "Y" TO WS-Term-Valid
               ELSE
                   DISPLAY "Term code must be YYYY and F/S/U/W: "
                       WS-Term
               END-IF
           END-PERFORM.

       200-ADD-TERM.
           PERFORM 150-ACCEPT-TERM-CODE
           MOVE WS-Term TO TC-TERM
           READ TERM-CALENDAR
               INVALID KEY
                   PERFORM 250-ACCEPT-TERM-DATES
                   PERFORM 280-MOVE-TERM-DATES
                   WRITE TERM-CALENDAR-RECORD
                       INVALID KEY
                           DISPLAY "Term already on file: " WS-Term
                       NOT INVALID KEY
                           DISPLAY "Added term: " WS-Term
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Term already on file: " WS-Term
           END-READ.

      *> The dates are re-keyed until they hang together: the add
      *> and drop deadlines fall inside the term, the drop deadline
      *> is no earlier than the add deadline, and the grading
      *> window opens before it closes.
       250-ACCEPT-TERM-DATES.
           MOVE "N" TO WS-Dates-Ok
           PERFORM UNTIL WS-Dates-Ok = "Y"
               MOVE "term start date" TO WS-Date-Label
               PERFORM 260-ACCEPT-DATE
               MOVE WS-Date-Entry TO WS-Start-Date
               MOVE "term end date" TO WS-Date-Label
               PERFORM 260-ACCEPT-DATE
               MOVE WS-Date-Entry TO WS-End-Date
               MOVE "last day to add" TO WS-Date-Label
               PERFORM 260-ACCEPT-DATE
               MOVE WS-Date-Entry TO WS-Last-Add-Date
               MOVE "last day to drop" TO WS-Date-Label
               PERFORM 260-ACCEPT-DATE
               MOVE WS-Date-Entry TO WS-Last-Drop-Date
               MOVE "grading window opens" TO WS-Date-Label
               PERFORM 260-ACCEPT-DATE
               MOVE WS-Date-Entry TO WS-Grade-Open-Date
               MOVE "grading window closes" TO WS-Date-Label
               PERFORM 260-ACCEPT-DATE
               MOVE WS-Date-Entry TO WS-Grade-Close-Date
               EVALUATE TRUE
                   WHEN WS-End-Date < WS-Start-Date
                       DISPLAY "Term ends before it starts."
                   WHEN WS-Last-Add-Date < WS-Start-Date
                       OR WS-Last-Add-Date > WS-End-Date
                       DISPLAY "Add deadline is outside the term."
                   WHEN WS-Last-Drop-Date < WS-Last-Add-Date
                       OR WS-Last-Drop-Date > WS-End-Date
                       DISPLAY "Drop deadline must fall between the"
                           " add deadline and the term end."
                   WHEN WS-Grade-Close-Date < WS-Grade-Open-Date
                       DISPLAY "Grading window closes before it opens."
                   WHEN OTHER
                       MOVE "Y" TO WS-Dates-Ok
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO WS-Term-Status
           PERFORM UNTIL WS-Term-Status = "O" OR WS-Term-Status = "C"
               DISPLAY "Enter status (O=open C=closed): "
                   WITH NO ADVANCING
               ACCEPT WS-Term-Status
           END-PERFORM
           PERFORM 270-ACCEPT-REFUND-SCHEDULE.

       260-ACCEPT-DATE.
           MOVE "N" TO WS-Date-Valid
           PERFORM UNTIL WS-Date-Valid = "Y"
               DISPLAY "Enter " WS-Date-Label " (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-Date-Entry
               IF WS-Date-Entry IS NUMERIC
                   AND WS-Date-Entry (5:2) >= "01"
                   AND WS-Date-Entry (5:2) <= "12"
                   AND WS-Date-Entry (7:2) >= "01"
                   AND WS-Date-Entry (7:2) <= "31"
                   MOVE "Y" TO WS-Date-Valid
               ELSE
                   DISPLAY "Not a valid date: " WS-Date-Entry
               END-IF
           END-PERFORM.

      *> Three refund tiers: each thru-date is on or after the one
      *> before and no later than the drop deadline (no drop, so no
      *> refund, is possible after it), and the percentage never
      *> rises from one tier to the next.
       270-ACCEPT-REFUND-SCHEDULE.
           MOVE "N" TO WS-Refund-Ok
           PERFORM UNTIL WS-Refund-Ok = "Y"
               MOVE "refund tier 1 thru date" TO WS-Date-Label
               PERFORM 260-ACCEPT-DATE
               MOVE WS-Date-Entry TO WS-Refund-1-Date
               PERFORM 275-ACCEPT-PERCENT
               MOVE WS-Pct-Value TO WS-Refund-1-Pct
               MOVE "refund tier 2 thru date" TO WS-Date-Label
               PERFORM 260-ACCEPT-DATE
               MOVE WS-Date-Entry TO WS-Refund-2-Date
               PERFORM 275-ACCEPT-PERCENT
               MOVE WS-Pct-Value TO WS-Refund-2-Pct
               MOVE "refund tier 3 thru date" TO WS-Date-Label
               PERFORM 260-ACCEPT-DATE
               MOVE WS-Date-Entry TO WS-Refund-3-Date
               PERFORM 275-ACCEPT-PERCENT
               MOVE WS-Pct-Value TO WS-Refund-3-Pct
               EVALUATE TRUE
                   WHEN WS-Refund-2-Date < WS-Refund-1-Date
                       OR WS-Refund-3-Date < WS-Refund-2-Date
                       DISPLAY "Refund dates must not go backwards."
                   WHEN WS-Refund-3-Date > WS-Last-Drop-Date
                       DISPLAY "Refund tiers must end by the drop"
                           " deadline."
                   WHEN WS-Refund-2-Pct > WS-Refund-1-Pct
                       OR WS-Refund-3-Pct > WS-Refund-2-Pct
                       DISPLAY "Refund percentages must not rise."
                   WHEN OTHER
                       MOVE "Y" TO WS-Refund-Ok
               END-EVALUATE
           END-PERFORM.

       275-ACCEPT-PERCENT.
           MOVE "N" TO WS-Pct-Valid
           PERFORM UNTIL WS-Pct-Valid = "Y"
               DISPLAY "Enter refund percent through that date "
                   "(000-100): " WITH NO ADVANCING
               ACCEPT WS-Pct-Entry
               IF WS-Pct-Entry IS NUMERIC
                   MOVE WS-Pct-Entry TO WS-Pct-Value
                   IF WS-Pct-Value <= 100
                       MOVE "Y" TO WS-Pct-Valid
                   END-IF
               END-IF
               IF WS-Pct-Valid = "N"
                   DISPLAY "Not a valid percent: " WS-Pct-Entry
               END-IF
           END-PERFORM.

       280-MOVE-TERM-DATES.
           MOVE WS-Term TO TC-TERM
           MOVE WS-Start-Date TO TC-START-DATE
           MOVE WS-End-Date TO TC-END-DATE
           MOVE WS-Last-Add-Date TO TC-LAST-ADD-DATE
           MOVE WS-Last-Drop-Date TO TC-LAST-DROP-DATE
           MOVE WS-Grade-Open-Date TO TC-GRADE-OPEN-DATE
           MOVE WS-Grade-Close-Date TO TC-GRADE-CLOSE-DATE
           MOVE WS-Term-Status TO TC-STATUS
           MOVE WS-Refund-1-Date TO TC-REFUND-1-DATE
           MOVE WS-Refund-1-Pct TO TC-REFUND-1-PCT
           MOVE WS-Refund-2-Date TO TC-REFUND-2-DATE
           MOVE WS-Refund-2-Pct TO TC-REFUND-2-PCT
           MOVE WS-Refund-3-Date TO TC-REFUND-3-DATE
           MOVE WS-Refund-3-Pct TO TC-REFUND-3-PCT.

       300-UPDATE-TERM.
           PERFORM 150-ACCEPT-TERM-CODE
           MOVE WS-Term TO TC-TERM
           READ TERM-CALENDAR
               INVALID KEY
                   DISPLAY "Term not found: " WS-Term
               NOT INVALID KEY
                   PERFORM 510-DISPLAY-TERM
                   PERFORM 250-ACCEPT-TERM-DATES
                   PERFORM 280-MOVE-TERM-DATES
                   REWRITE TERM-CALENDAR-RECORD
                       INVALID KEY
                           DISPLAY "Unable to update: " WS-Term
                       NOT INVALID KEY
                           DISPLAY "Updated term: " WS-Term
                   END-REWRITE
           END-READ.

      *> A term that still has sections, seats or invoices stays on
      *> the calendar: with it gone CRSENROL refuses every drop in
      *> it, GRADPOST rejects its grades and TUITBILL, STATEXTR and
      *> ACADSTND will not run for it.
       400-DELETE-TERM.
           PERFORM 150-ACCEPT-TERM-CODE
           MOVE WS-Term TO TC-TERM
           READ TERM-CALENDAR
               INVALID KEY
                   DISPLAY "Term not found: " WS-Term
               NOT INVALID KEY
                   PERFORM 410-COUNT-SECTIONS
                   PERFORM 420-COUNT-SEATS
                   PERFORM 430-COUNT-INVOICES
                   IF WS-Sections-Found > 0 OR WS-Seats-Found > 0
                       OR WS-Invoices-Found > 0
                       DISPLAY "Term in use, not deleted: " WS-Term
                       DISPLAY "  Sections: " WS-Sections-Found
                           " Seats: " WS-Seats-Found
                           " Invoices: " WS-Invoices-Found
                   ELSE
                       DELETE TERM-CALENDAR RECORD
                           INVALID KEY
                               DISPLAY "Term not found: " WS-Term
                           NOT INVALID KEY
                               DISPLAY "Deleted term: " WS-Term
                       END-DELETE
                   END-IF
           END-READ.

       410-COUNT-SECTIONS.
           MOVE 0 TO WS-Sections-Found
           MOVE "Y" TO WS-Ref-Eof
           IF WS-SectMas-Avail = "Y"
               MOVE "N" TO WS-Ref-Eof
               MOVE LOW-VALUES TO SC-SECTION-KEY
               START SECTION-MASTER KEY > SC-SECTION-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-Ref-Eof
               END-START
           END-IF
           PERFORM UNTIL WS-Ref-Eof = "Y"
               READ SECTION-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Ref-Eof
                   NOT AT END
                       IF SC-TERM = WS-Term
                           ADD 1 TO WS-Sections-Found
                       END-IF
               END-READ
           END-PERFORM.

       420-COUNT-SEATS.
           MOVE 0 TO WS-Seats-Found
           MOVE "Y" TO WS-Ref-Eof
           IF WS-Enroll-Avail = "Y"
               MOVE "N" TO WS-Ref-Eof
               MOVE LOW-VALUES TO CE-ENROLL-KEY
               START COURSE-ENROLL KEY > CE-ENROLL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-Ref-Eof
               END-START
           END-IF
           PERFORM UNTIL WS-Ref-Eof = "Y"
               READ COURSE-ENROLL NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Ref-Eof
                   NOT AT END
                       IF CE-TERM = WS-Term
                           ADD 1 TO WS-Seats-Found
                       END-IF
               END-READ
           END-PERFORM.

       430-COUNT-INVOICES.
           MOVE 0 TO WS-Invoices-Found
           MOVE "Y" TO WS-Ref-Eof
           IF WS-Invoice-Avail = "Y"
               MOVE "N" TO WS-Ref-Eof
               MOVE LOW-VALUES TO IV-INVOICE-KEY
               START INVOICE-FILE KEY > IV-INVOICE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-Ref-Eof
               END-START
           END-IF
           PERFORM UNTIL WS-Ref-Eof = "Y"
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Ref-Eof
                   NOT AT END
                       IF IV-TERM = WS-Term
                           ADD 1 TO WS-Invoices-Found
                       END-IF
               END-READ
           END-PERFORM.

       500-BROWSE-TERMS.
           MOVE 0 TO WS-Term-Count
           MOVE "N" TO WS-Browse-Eof
           MOVE LOW-VALUES TO TC-TERM
           START TERM-CALENDAR KEY >= TC-TERM
               INVALID KEY
                   MOVE "Y" TO WS-Browse-Eof
           END-START
           DISPLAY "TERM  START    END      ADD BY   DROP BY  "
               "GRADES FROM-THRU  ST"
           PERFORM UNTIL WS-Browse-Eof = "Y"
               READ TERM-CALENDAR NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Browse-Eof
                   NOT AT END
                       ADD 1 TO WS-Term-Count
                       PERFORM 510-DISPLAY-TERM
               END-READ
           END-PERFORM
           DISPLAY "Terms on calendar: " WS-Term-Count.

       510-DISPLAY-TERM.
           DISPLAY TC-TERM " " TC-START-DATE " " TC-END-DATE " "
               TC-LAST-ADD-DATE " " TC-LAST-DROP-DATE " "
               TC-GRADE-OPEN-DATE "-" TC-GRADE-CLOSE-DATE " "
               TC-STATUS
           DISPLAY "      REFUNDS " TC-REFUND-1-PCT "% THRU "
               TC-REFUND-1-DATE "  " TC-REFUND-2-PCT "% THRU "
               TC-REFUND-2-DATE "  " TC-REFUND-3-PCT "% THRU "
               TC-REFUND-3-DATE.

       900-CLOSE-FILES.
           CLOSE TERM-CALENDAR
           IF WS-SectMas-Avail = "Y"
               CLOSE SECTION-MASTER
           END-IF
           IF WS-Enroll-Avail = "Y"
               CLOSE COURSE-ENROLL
           END-IF
           IF WS-Invoice-Avail = "Y"
               CLOSE INVOICE-FILE
           END-IF.
