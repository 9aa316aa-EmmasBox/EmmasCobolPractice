               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-STUDENT-ID
               FILE STATUS IS WS-Standing-Status.
           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM
               FILE STATUS IS WS-TermCal-Status.
           SELECT PROB-RPT ASSIGN TO "PROBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Prob-Status.
           COPY STUDMAS.
       FD  STANDING-FILE.
           COPY STANDING.
       FD  TERM-CALENDAR.
           COPY TERMCAL.
       FD  PROB-RPT.
       01  PROB-LINE PIC X(80).
       FD  DEAN-RPT.
          01 WS-Standing-Status PIC X(2).
          01 WS-Prob-Status PIC X(2).
          01 WS-Dean-Status PIC X(2).
          01 WS-TermCal-Status PIC X(2).
          01 WS-Standing-Term PIC X(5).
          01 WS-Eof-Switch PIC X(1) VALUE "N".
          01 WS-First-Record PIC X(1) VALUE "Y".
          01 WS-Prior-Student PIC X(9).
       000-MAIN.
           PERFORM 950-WRITE-RUN-START
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Run-Date
           PERFORM 050-ACCEPT-STANDING-TERM
           OPEN INPUT GRADE-FILE
           IF WS-Grade-Status NOT = "00"
               DISPLAY "ACADSTND: GRADE-FILE missing, STATUS="
           PERFORM 958-WRITE-RUN-END
           STOP RUN.

      *> Standing is struck at the close of a term and the reports
      *> carry that term; one that is not on the calendar stops the
      *> run before STANDING-FILE is replaced.
       050-ACCEPT-STANDING-TERM.
           MOVE SPACES TO WS-Standing-Term
           PERFORM UNTIL WS-Standing-Term NOT = SPACES
               DISPLAY "Enter standing term (e.g. 2026F): "
                   WITH NO ADVANCING
               ACCEPT WS-Standing-Term
           END-PERFORM
           DISPLAY "ACADSTND: STANDING TERM " WS-Standing-Term
           OPEN INPUT TERM-CALENDAR
           IF WS-TermCal-Status NOT = "00"
               DISPLAY "ACADSTND: TERM-CALENDAR missing, STATUS="
                   WS-TermCal-Status
               STOP RUN
           END-IF
           MOVE WS-Standing-Term TO TC-TERM
           READ TERM-CALENDAR
               INVALID KEY
                   DISPLAY "ACADSTND: TERM " WS-Standing-Term
                       " NOT ON CALENDAR"
                   CLOSE TERM-CALENDAR
                   STOP RUN
           END-READ
           CLOSE TERM-CALENDAR.

       100-WRITE-REPORT-HEADERS.
           MOVE SPACES TO PROB-LINE
           STRING "PROBATION CANDIDATES (GPA UNDER 2.00)"
               "   Term: " WS-Standing-Term
               "   Run Date: " WS-Run-Date
               DELIMITED BY SIZE INTO PROB-LINE
           WRITE PROB-LINE
           WRITE PROB-LINE
           MOVE SPACES TO DEAN-LINE
           STRING "DEAN'S LIST (GPA 3.50 AND OVER)"
               "         Term: " WS-Standing-Term
               "   Run Date: " WS-Run-Date
               DELIMITED BY SIZE INTO DEAN-LINE
           WRITE DEAN-LINE
           MOVE SPACES TO DEAN-LINE
               END-IF
           END-IF.

      *> An incomplete (I) is left out of the GPA altogether; once
      *> INCEXPR or GRADCHG replaces it the final grade counts on the
      *> next run.
       300-ACCUMULATE-GRADE.
           IF GR-GRADE NOT = "I "
               PERFORM 310-ADD-GRADE-POINTS
           END-IF.

       310-ADD-GRADE-POINTS.
           EVALUATE GR-GRADE
               WHEN "A "
                   MOVE 4 TO WS-Grade-Points
