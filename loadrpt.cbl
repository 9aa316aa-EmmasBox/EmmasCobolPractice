       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOADRPT.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-SECTION-KEY
               FILE STATUS IS WS-SectMas-Status.
           SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTRUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-INSTRUCTOR-ID
               FILE STATUS IS WS-Instruc-Status.
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
           SELECT SORT-WORK ASSIGN TO "SORTWK1".
           SELECT REPORT-OUT ASSIGN TO "LOADRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-MASTER.
           COPY SECTMAS.
       FD  INSTRUCTOR-MASTER.
           COPY INSTRUC.
       FD  COURSE-MASTER.
           COPY COURSMAS.
       FD  TERM-CALENDAR.
           COPY TERMCAL.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SL-INSTRUCTOR-ID    PIC X(6).
           05 SL-COURSE-ID        PIC X(6).
           05 SL-SECTION          PIC X(3).
           05 SL-DAYS             PIC X(7).
           05 SL-START-TIME       PIC 9(4).
           05 SL-END-TIME         PIC 9(4).
           05 SL-ROOM             PIC X(8).
           05 SL-CAPACITY         PIC 9(3).
           05 SL-ENROLLED         PIC 9(3).
       FD  REPORT-OUT.
       01  REPORT-LINE PIC X(132).
       FD  RUN-HISTORY.
           COPY RUNHIST.
        WORKING-STORAGE SECTION.
          01 WS-SectMas-Status PIC X(2).
          01 WS-Instruc-Status PIC X(2).
          01 WS-CrsMas-Status PIC X(2).
          01 WS-TermCal-Status PIC X(2).
          01 WS-Report-Status PIC X(2).
          01 WS-Run-Status PIC X(2).
          01 WS-Run-Start-Time PIC X(14).
          01 WS-Eof-Switch PIC X(1) VALUE "N".
          01 WS-Line-Count PIC 9(2) VALUE 0.
          01 WS-Page-Count PIC 9(3) VALUE 0.
          01 WS-Lines-Per-Page PIC 9(2) VALUE 50.
          01 WS-Current-Date PIC X(8).
          01 WS-Load-Term PIC X(5).
          01 WS-First-Record PIC X(1) VALUE "Y".
          01 WS-Prior-Instructor PIC X(6).
          01 WS-Instructor-Name PIC X(30).
          01 WS-Instructor-Dept PIC X(5).
          01 WS-Max-Sections PIC 9(2) VALUE 0.
          01 WS-Course-Title PIC X(30).
          01 WS-Day-Sub PIC 9 VALUE 0.
          01 WS-Meeting-Days PIC 9(1) VALUE 0.
          01 WS-Time-HH PIC 9(2) VALUE 0.
          01 WS-Start-Minutes PIC 9(4) VALUE 0.
          01 WS-End-Minutes PIC 9(4) VALUE 0.
          01 WS-Section-Minutes PIC 9(5) VALUE 0.
          01 WS-Contact-Hours PIC 9(3)V99 VALUE 0.
          01 WS-Edit-Hours PIC ZZ9.99.
          01 WS-Inst-Sections PIC 9(3) VALUE 0.
          01 WS-Inst-Enrolled PIC 9(5) VALUE 0.
          01 WS-Inst-Capacity PIC 9(5) VALUE 0.
          01 WS-Inst-Minutes PIC 9(5) VALUE 0.
          01 WS-Sections-Read PIC 9(7) VALUE 0.
          01 WS-Sections-Listed PIC 9(5) VALUE 0.
          01 WS-Instructors-Listed PIC 9(5) VALUE 0.
          01 WS-Overload-Count PIC 9(5) VALUE 0.
          01 WS-Unassigned-Count PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 950-WRITE-RUN-START
           PERFORM 050-ACCEPT-TERM
           OPEN INPUT INSTRUCTOR-MASTER
           IF WS-Instruc-Status NOT = "00"
               DISPLAY "LOADRPT: INSTRUCTOR-MASTER missing, STATUS="
                   WS-Instruc-Status
               STOP RUN
           END-IF
           OPEN INPUT COURSE-MASTER
           IF WS-CrsMas-Status NOT = "00"
               DISPLAY "LOADRPT: COURSE-MASTER missing, STATUS="
                   WS-CrsMas-Status
               CLOSE INSTRUCTOR-MASTER
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-OUT
           SORT SORT-WORK
               ON ASCENDING KEY SL-INSTRUCTOR-ID SL-COURSE-ID
                   SL-SECTION
               INPUT PROCEDURE IS 100-SORT-INPUT
               OUTPUT PROCEDURE IS 500-SORT-OUTPUT
           CLOSE INSTRUCTOR-MASTER
           CLOSE COURSE-MASTER
           CLOSE REPORT-OUT
           DISPLAY "LOADRPT: SECTIONS READ " WS-Sections-Read
               " LISTED " WS-Sections-Listed
               " OVER LOAD " WS-Overload-Count
           PERFORM 958-WRITE-RUN-END
           STOP RUN.

       050-ACCEPT-TERM.
           MOVE SPACES TO WS-Load-Term
           PERFORM UNTIL WS-Load-Term NOT = SPACES
               DISPLAY "Enter term (e.g. 2026F): " WITH NO ADVANCING
               ACCEPT WS-Load-Term
           END-PERFORM
           DISPLAY "LOADRPT: TERM " WS-Load-Term
           OPEN INPUT TERM-CALENDAR
           IF WS-TermCal-Status NOT = "00"
               DISPLAY "LOADRPT: TERM-CALENDAR missing, STATUS="
                   WS-TermCal-Status
               STOP RUN
           END-IF
           MOVE WS-Load-Term TO TC-TERM
           READ TERM-CALENDAR
               INVALID KEY
                   DISPLAY "LOADRPT: TERM " WS-Load-Term
                       " NOT ON CALENDAR"
                   CLOSE TERM-CALENDAR
                   STOP RUN
           END-READ
           CLOSE TERM-CALENDAR.

      *> SECTMAS is keyed by course first, so the term's sections are
      *> picked out of a sweep of the whole file.
       100-SORT-INPUT.
           OPEN INPUT SECTION-MASTER
           IF WS-SectMas-Status NOT = "00"
               DISPLAY "LOADRPT: SECTION-MASTER not available, STATUS="
                   WS-SectMas-Status
               MOVE "Y" TO WS-Eof-Switch
           ELSE
               PERFORM 150-SORT-INPUT-READ
           END-IF.

       150-SORT-INPUT-READ.
           MOVE "N" TO WS-Eof-Switch
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ SECTION-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       ADD 1 TO WS-Sections-Read
                       IF SC-TERM = WS-Load-Term
                           PERFORM 160-RELEASE-SECTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTION-MASTER.

       160-RELEASE-SECTION.
           MOVE SC-INSTRUCTOR-ID TO SL-INSTRUCTOR-ID
           MOVE SC-COURSE-ID TO SL-COURSE-ID
           MOVE SC-SECTION-NO TO SL-SECTION
           MOVE SC-DAYS TO SL-DAYS
           MOVE SC-START-TIME TO SL-START-TIME
           MOVE SC-END-TIME TO SL-END-TIME
           MOVE SC-ROOM TO SL-ROOM
           MOVE SC-CAPACITY TO SL-CAPACITY
           MOVE SC-ENROLLED-COUNT TO SL-ENROLLED
           RELEASE SORT-RECORD.

       500-SORT-OUTPUT.
           PERFORM 610-WRITE-HEADER
           MOVE "N" TO WS-Eof-Switch
           PERFORM UNTIL WS-Eof-Switch = "Y"
               RETURN SORT-WORK
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       PERFORM 550-INSTRUCTOR-BREAK
                       PERFORM 600-WRITE-DETAIL
               END-RETURN
           END-PERFORM
           IF WS-First-Record = "N"
               PERFORM 650-WRITE-INSTRUCTOR-TOTAL
           END-IF
           PERFORM 700-WRITE-FOOTER.

       550-INSTRUCTOR-BREAK.
           IF WS-First-Record = "Y"
               MOVE "N" TO WS-First-Record
               PERFORM 560-START-INSTRUCTOR
           ELSE
               IF SL-INSTRUCTOR-ID NOT = WS-Prior-Instructor
                   PERFORM 650-WRITE-INSTRUCTOR-TOTAL
                   PERFORM 560-START-INSTRUCTOR
               END-IF
           END-IF.

      *> Sections not yet given an instructor sort first, under
      *> their own heading, and carry no load limit.
       560-START-INSTRUCTOR.
           MOVE SL-INSTRUCTOR-ID TO WS-Prior-Instructor
           MOVE 0 TO WS-Inst-Sections
           MOVE 0 TO WS-Inst-Enrolled
           MOVE 0 TO WS-Inst-Capacity
           MOVE 0 TO WS-Inst-Minutes
           MOVE SPACES TO WS-Instructor-Dept
           MOVE 0 TO WS-Max-Sections
           IF SL-INSTRUCTOR-ID = SPACES
               MOVE "TO BE ASSIGNED" TO WS-Instructor-Name
           ELSE
               ADD 1 TO WS-Instructors-Listed
               MOVE SL-INSTRUCTOR-ID TO IN-INSTRUCTOR-ID
               READ INSTRUCTOR-MASTER
                   INVALID KEY
                       MOVE "** NOT ON INSTRUCTOR MASTER **"
                           TO WS-Instructor-Name
                   NOT INVALID KEY
                       MOVE IN-INSTRUCTOR-NAME TO WS-Instructor-Name
                       MOVE IN-DEPARTMENT TO WS-Instructor-Dept
                       MOVE IN-MAX-SECTIONS TO WS-Max-Sections
               END-READ
           END-IF
           IF WS-Line-Count + 4 > WS-Lines-Per-Page
               PERFORM 610-WRITE-HEADER
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "INSTRUCTOR: " SL-INSTRUCTOR-ID " "
               WS-Instructor-Name "  DEPT: " WS-Instructor-Dept
               "  MAX SECTIONS: " WS-Max-Sections
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-Line-Count.

       600-WRITE-DETAIL.
           IF WS-Line-Count >= WS-Lines-Per-Page
               PERFORM 610-WRITE-HEADER
           END-IF
           PERFORM 620-SECTION-MINUTES
           MOVE SL-COURSE-ID TO CM-COURSE-ID
           READ COURSE-MASTER
               INVALID KEY
                   MOVE "** NOT ON COURSE MASTER **"
                       TO WS-Course-Title
               NOT INVALID KEY
                   MOVE CM-COURSE-TITLE TO WS-Course-Title
           END-READ
           COMPUTE WS-Contact-Hours ROUNDED = WS-Section-Minutes / 60
           MOVE WS-Contact-Hours TO WS-Edit-Hours
           MOVE SPACES TO REPORT-LINE
           STRING "  " SL-COURSE-ID "  " SL-SECTION "  "
               WS-Course-Title "  " SL-DAYS "  " SL-START-TIME "-"
               SL-END-TIME "  " SL-ROOM "  " SL-ENROLLED "/"
               SL-CAPACITY "  " WS-Edit-Hours
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-Line-Count
           ADD 1 TO WS-Sections-Listed
           ADD 1 TO WS-Inst-Sections
           ADD SL-ENROLLED TO WS-Inst-Enrolled
           ADD SL-CAPACITY TO WS-Inst-Capacity
           ADD WS-Section-Minutes TO WS-Inst-Minutes
           IF SL-INSTRUCTOR-ID = SPACES
               ADD 1 TO WS-Unassigned-Count
           END-IF.

       610-WRITE-HEADER.
           ADD 1 TO WS-Page-Count
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Current-Date
           MOVE SPACES TO REPORT-LINE
           STRING "INSTRUCTOR TEACHING LOAD       PAGE " WS-Page-Count
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run Date: " WS-Current-Date
               "   Term: " WS-Load-Term
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "  COURSE  SEC  TITLE" TO REPORT-LINE
           MOVE "DAYS     TIME       ROOM      SEATS    HRS/WK"
               TO REPORT-LINE (48:46)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 4 TO WS-Line-Count.

      *> Weekly contact time is the length of one meeting times the
      *> number of days the section meets; a section whose time is
      *> still to be arranged counts no hours yet.
       620-SECTION-MINUTES.
           MOVE 0 TO WS-Section-Minutes
           MOVE 0 TO WS-Meeting-Days
           PERFORM VARYING WS-Day-Sub FROM 1 BY 1
               UNTIL WS-Day-Sub > 7
               IF SL-DAYS (WS-Day-Sub:1) NOT = SPACE
                   ADD 1 TO WS-Meeting-Days
               END-IF
           END-PERFORM
           COMPUTE WS-Time-HH = SL-START-TIME / 100
           COMPUTE WS-Start-Minutes = WS-Time-HH * 60
               + SL-START-TIME - (WS-Time-HH * 100)
           COMPUTE WS-Time-HH = SL-END-TIME / 100
           COMPUTE WS-End-Minutes = WS-Time-HH * 60
               + SL-END-TIME - (WS-Time-HH * 100)
           IF WS-End-Minutes > WS-Start-Minutes
               COMPUTE WS-Section-Minutes = WS-Meeting-Days
                   * (WS-End-Minutes - WS-Start-Minutes)
           END-IF.

      *> An instructor given more sections than IN-MAX-SECTIONS is
      *> flagged for the department to review.
       650-WRITE-INSTRUCTOR-TOTAL.
           COMPUTE WS-Contact-Hours ROUNDED = WS-Inst-Minutes / 60
           MOVE WS-Contact-Hours TO WS-Edit-Hours
           MOVE SPACES TO REPORT-LINE
           IF WS-Prior-Instructor NOT = SPACES
               AND WS-Inst-Sections > WS-Max-Sections
               ADD 1 TO WS-Overload-Count
               STRING "  SECTIONS: " WS-Inst-Sections
                   "  ENROLLED: " WS-Inst-Enrolled
                   "  CAPACITY: " WS-Inst-Capacity
                   "  CONTACT HRS/WK: " WS-Edit-Hours
                   "   *** OVER LOAD ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  SECTIONS: " WS-Inst-Sections
                   "  ENROLLED: " WS-Inst-Enrolled
                   "  CAPACITY: " WS-Inst-Capacity
                   "  CONTACT HRS/WK: " WS-Edit-Hours
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 2 TO WS-Line-Count.

       700-WRITE-FOOTER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "SECTIONS: " WS-Sections-Listed
               "  INSTRUCTORS: " WS-Instructors-Listed
               "  OVER LOAD: " WS-Overload-Count
               "  NO INSTRUCTOR: " WS-Unassigned-Count
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       950-WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Run-Start-Time
           PERFORM 955-OPEN-RUN-HISTORY
           MOVE "LOADRPT" TO RH-PROGRAM
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
           MOVE "LOADRPT" TO RH-PROGRAM
           MOVE "E" TO RH-RECORD-TYPE
           MOVE WS-Run-Start-Time TO RH-START-TIME
           MOVE FUNCTION CURRENT-DATE (1:14) TO RH-END-TIME
           MOVE WS-Sections-Read TO RH-RECORDS-READ
           MOVE WS-Sections-Listed TO RH-RECORDS-WRITTEN
           MOVE "C" TO RH-OUTCOME
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY.
