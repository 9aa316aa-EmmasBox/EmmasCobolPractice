               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-GRADE-KEY
               FILE STATUS IS WS-Grade-Status.
           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM
               FILE STATUS IS WS-TermCal-Status.
           SELECT SORT-WORK ASSIGN TO "SORTWK1".
           SELECT EXTRACT-FILE ASSIGN TO "STATEXT"
               ORGANIZATION IS SEQUENTIAL
           COPY STUDMAS.
       FD  GRADE-FILE.
           COPY GRADFILE.
       FD  TERM-CALENDAR.
           COPY TERMCAL.
      *> COURSE-ENROLL is keyed course/student; the sort regroups
      *> the snapshot by student then course, the order the state
      *> portal expects the details in.
          01 WS-StudMas-Status PIC X(2).
          01 WS-Grade-Status PIC X(2).
          01 WS-Extract-Status PIC X(2).
          01 WS-TermCal-Status PIC X(2).
          01 WS-Report-Term PIC X(5).
          01 WS-Eof-Switch PIC X(1) VALUE "N".
          01 WS-First-Record PIC X(1) VALUE "Y".
          01 WS-Prior-Student PIC X(9).
       000-MAIN.
           PERFORM 950-WRITE-RUN-START
           PERFORM 050-ACCEPT-INST-CODE
           PERFORM 060-ACCEPT-REPORT-TERM
           OPEN INPUT STUDENT-MASTER
           IF WS-StudMas-Status NOT = "00"
               DISPLAY "STATEXTR: STUDENT-MASTER missing, STATUS="
               ACCEPT WS-Inst-Code
           END-PERFORM.

      *> The state takes one term per transmission. A term that is
      *> not on the calendar stops the run before the extract is
      *> opened, so a mistyped term never goes out as an empty file.
       060-ACCEPT-REPORT-TERM.
           MOVE SPACES TO WS-Report-Term
           PERFORM UNTIL WS-Report-Term NOT = SPACES
               DISPLAY "Enter reporting term (e.g. 2026F): "
                   WITH NO ADVANCING
               ACCEPT WS-Report-Term
           END-PERFORM
           DISPLAY "STATEXTR: REPORTING TERM " WS-Report-Term
           OPEN INPUT TERM-CALENDAR
           IF WS-TermCal-Status NOT = "00"
               DISPLAY "STATEXTR: TERM-CALENDAR missing, STATUS="
                   WS-TermCal-Status
               STOP RUN
           END-IF
           MOVE WS-Report-Term TO TC-TERM
           READ TERM-CALENDAR
               INVALID KEY
                   DISPLAY "STATEXTR: TERM " WS-Report-Term
                       " NOT ON CALENDAR"
                   CLOSE TERM-CALENDAR
                   STOP RUN
           END-READ
           CLOSE TERM-CALENDAR.

      *> GRADE-FILE only exists once GRADPOST has run at least
      *> once; before then every detail simply goes out ungraded.
       080-OPEN-GRADE-FILE.
           MOVE SPACES TO EX-DETAIL-DATA
           MOVE FUNCTION CURRENT-DATE (1:8) TO EX-RUN-DATE
           MOVE WS-Inst-Code TO EX-INST-CODE
           MOVE WS-Report-Term TO EX-REPORT-TERM
           WRITE EXTRACT-RECORD.

      *> COURSE-ENROLL was opened (and its absence made fatal) back
      *> in 000-MAIN: an extract that never read its input must not
      *> reach the clean RUNHIST end RUNGATE trusts.
      *> Only the reporting term's enrollments are extracted.
      *> An enrollment whose student is gone from the master is a
      *> data error the nightly INTAUDIT reports; it is counted and
      *> left out of the extract rather than sent to the state with
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       ADD 1 TO WS-Enroll-Read
                       IF CE-TERM = WS-Report-Term
                           PERFORM 200-RELEASE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSE-ENROLL.
