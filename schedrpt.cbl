       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDRPT.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-ENROLL ASSIGN TO "CRSENRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CE-ENROLL-KEY
               FILE STATUS IS WS-Enroll-Status.
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
           SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTRUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-INSTRUCTOR-ID
               FILE STATUS IS WS-Instruc-Status.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-StudMas-Status.
           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM
               FILE STATUS IS WS-TermCal-Status.
           SELECT SORT-WORK ASSIGN TO "SORTWK1".
           SELECT REPORT-OUT ASSIGN TO "SCHEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-ENROLL.
           COPY CRSENRL.
       FD  SECTION-MASTER.
           COPY SECTMAS.
       FD  COURSE-MASTER.
           COPY COURSMAS.
       FD  INSTRUCTOR-MASTER.
           COPY INSTRUC.
       FD  STUDENT-MASTER.
           COPY STUDMAS.
       FD  TERM-CALENDAR.
           COPY TERMCAL.
      *> One sort record per weekly meeting: a section that meets
      *> MWF gives three. SS-DAY is 1 (Monday) thru 7 (Sunday), or
      *> 8 for a section whose time is still to be arranged.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SS-STUDENT-ID       PIC X(9).
           05 SS-DAY              PIC 9(1).
           05 SS-START-TIME       PIC 9(4).
           05 SS-END-TIME         PIC 9(4).
           05 SS-COURSE-ID        PIC X(6).
           05 SS-SECTION          PIC X(3).
           05 SS-ROOM             PIC X(8).
           05 SS-INSTRUCTOR-ID    PIC X(6).
       FD  REPORT-OUT.
       01  REPORT-LINE PIC X(132).
       FD  RUN-HISTORY.
           COPY RUNHIST.
        WORKING-STORAGE SECTION.
          01 WS-Enroll-Status PIC X(2).
          01 WS-SectMas-Status PIC X(2).
          01 WS-CrsMas-Status PIC X(2).
          01 WS-Instruc-Status PIC X(2).
          01 WS-StudMas-Status PIC X(2).
          01 WS-TermCal-Status PIC X(2).
          01 WS-Report-Status PIC X(2).
          01 WS-Run-Status PIC X(2).
          01 WS-Run-Start-Time PIC X(14).
          01 WS-Eof-Switch PIC X(1) VALUE "N".
          01 WS-Line-Count PIC 9(2) VALUE 0.
          01 WS-Page-Count PIC 9(3) VALUE 0.
          01 WS-Lines-Per-Page PIC 9(2) VALUE 50.
          01 WS-Current-Date PIC X(8).
          01 WS-Schedule-Term PIC X(5).
          01 WS-Select-Student PIC X(9).
          01 WS-First-Record PIC X(1) VALUE "Y".
          01 WS-Prior-Student PIC X(9).
          01 WS-Prior-Day PIC 9(1) VALUE 0.
          01 WS-Student-Name PIC X(30).
          01 WS-Course-Title PIC X(30).
          01 WS-Instructor-Name PIC X(30).
          01 WS-Day-Name PIC X(14).
          01 WS-Day-Sub PIC 9 VALUE 0.
          01 WS-Time-Text PIC X(9).
          01 WS-Time-HH PIC 9(2) VALUE 0.
          01 WS-Start-Minutes PIC 9(4) VALUE 0.
          01 WS-End-Minutes PIC 9(4) VALUE 0.
          01 WS-Week-Minutes PIC 9(5) VALUE 0.
          01 WS-Week-Hours PIC 9(3)V99 VALUE 0.
          01 WS-Edit-Hours PIC ZZ9.99.
          01 WS-Meeting-Count PIC 9(3) VALUE 0.
          01 WS-Seats-Read PIC 9(7) VALUE 0.
          01 WS-Seats-Selected PIC 9(7) VALUE 0.
          01 WS-Students-Printed PIC 9(5) VALUE 0.
          01 WS-Lines-Printed PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 950-WRITE-RUN-START
           PERFORM 050-ACCEPT-SELECTIONS
           PERFORM 070-OPEN-MASTERS
           OPEN OUTPUT REPORT-OUT
           SORT SORT-WORK
               ON ASCENDING KEY SS-STUDENT-ID SS-DAY SS-START-TIME
               INPUT PROCEDURE IS 100-SORT-INPUT
               OUTPUT PROCEDURE IS 500-SORT-OUTPUT
           CLOSE SECTION-MASTER
           CLOSE COURSE-MASTER
           CLOSE INSTRUCTOR-MASTER
           CLOSE STUDENT-MASTER
           CLOSE REPORT-OUT
           DISPLAY "SCHEDRPT: SEATS READ " WS-Seats-Read
               " SELECTED " WS-Seats-Selected
               " STUDENTS PRINTED " WS-Students-Printed
           PERFORM 958-WRITE-RUN-END
           STOP RUN.

      *> The first SYSIN card is the term, the second a student ID
      *> for one schedule or blank for every student enrolled in
      *> the term.
       050-ACCEPT-SELECTIONS.
           MOVE SPACES TO WS-Schedule-Term
           PERFORM UNTIL WS-Schedule-Term NOT = SPACES
               DISPLAY "Enter schedule term (e.g. 2026F): "
                   WITH NO ADVANCING
               ACCEPT WS-Schedule-Term
           END-PERFORM
           MOVE SPACES TO WS-Select-Student
           ACCEPT WS-Select-Student
           IF WS-Select-Student = SPACES
               DISPLAY "SCHEDRPT: TERM " WS-Schedule-Term
                   " ALL STUDENTS"
           ELSE
               DISPLAY "SCHEDRPT: TERM " WS-Schedule-Term
                   " STUDENT " WS-Select-Student
           END-IF
           PERFORM 060-CHECK-TERM.

       060-CHECK-TERM.
           OPEN INPUT TERM-CALENDAR
           IF WS-TermCal-Status NOT = "00"
               DISPLAY "SCHEDRPT: TERM-CALENDAR missing, STATUS="
                   WS-TermCal-Status
               STOP RUN
           END-IF
           MOVE WS-Schedule-Term TO TC-TERM
           READ TERM-CALENDAR
               INVALID KEY
                   DISPLAY "SCHEDRPT: TERM " WS-Schedule-Term
                       " NOT ON CALENDAR"
                   CLOSE TERM-CALENDAR
                   STOP RUN
           END-READ
           CLOSE TERM-CALENDAR.

       070-OPEN-MASTERS.
           OPEN INPUT SECTION-MASTER
           IF WS-SectMas-Status NOT = "00"
               DISPLAY "SCHEDRPT: SECTION-MASTER missing, STATUS="
                   WS-SectMas-Status
               STOP RUN
           END-IF
           OPEN INPUT COURSE-MASTER
           IF WS-CrsMas-Status NOT = "00"
               DISPLAY "SCHEDRPT: COURSE-MASTER missing, STATUS="
                   WS-CrsMas-Status
               CLOSE SECTION-MASTER
               STOP RUN
           END-IF
           OPEN INPUT INSTRUCTOR-MASTER
           IF WS-Instruc-Status NOT = "00"
               DISPLAY "SCHEDRPT: INSTRUCTOR-MASTER missing, STATUS="
                   WS-Instruc-Status
               CLOSE SECTION-MASTER
               CLOSE COURSE-MASTER
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF WS-StudMas-Status NOT = "00"
               DISPLAY "SCHEDRPT: STUDENT-MASTER missing, STATUS="
                   WS-StudMas-Status
               CLOSE SECTION-MASTER
               CLOSE COURSE-MASTER
               CLOSE INSTRUCTOR-MASTER
               STOP RUN
           END-IF.

       100-SORT-INPUT.
           OPEN INPUT COURSE-ENROLL
           IF WS-Enroll-Status NOT = "00"
               DISPLAY "SCHEDRPT: COURSE-ENROLL not available, STATUS="
                   WS-Enroll-Status
               MOVE "Y" TO WS-Eof-Switch
           ELSE
               PERFORM 150-SORT-INPUT-READ
           END-IF.

       150-SORT-INPUT-READ.
           MOVE "N" TO WS-Eof-Switch
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ COURSE-ENROLL NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       ADD 1 TO WS-Seats-Read
                       IF CE-TERM = WS-Schedule-Term
                           AND (WS-Select-Student = SPACES
                               OR CE-STUDENT-ID = WS-Select-Student)
                           PERFORM 200-RELEASE-MEETINGS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSE-ENROLL.

      *> A seat whose section is not on SECTMAS still appears on the
      *> schedule, with its time to be arranged, so the student is
      *> not shown a week without it.
       200-RELEASE-MEETINGS.
           ADD 1 TO WS-Seats-Selected
           MOVE CE-STUDENT-ID TO SS-STUDENT-ID
           MOVE CE-COURSE-ID TO SS-COURSE-ID
           MOVE CE-SECTION TO SS-SECTION
           MOVE CE-COURSE-ID TO SC-COURSE-ID
           MOVE CE-TERM TO SC-TERM
           MOVE CE-SECTION TO SC-SECTION-NO
           READ SECTION-MASTER
               INVALID KEY
                   MOVE SPACES TO SC-DAYS
                   MOVE 0 TO SC-START-TIME
                   MOVE 0 TO SC-END-TIME
                   MOVE "**NONE**" TO SC-ROOM
                   MOVE SPACES TO SC-INSTRUCTOR-ID
           END-READ
           MOVE SC-START-TIME TO SS-START-TIME
           MOVE SC-END-TIME TO SS-END-TIME
           MOVE SC-ROOM TO SS-ROOM
           MOVE SC-INSTRUCTOR-ID TO SS-INSTRUCTOR-ID
           IF (SC-START-TIME = 0 AND SC-END-TIME = 0)
               OR SC-DAYS = SPACES
               MOVE 8 TO SS-DAY
               RELEASE SORT-RECORD
           ELSE
               PERFORM VARYING WS-Day-Sub FROM 1 BY 1
                   UNTIL WS-Day-Sub > 7
                   IF SC-DAYS (WS-Day-Sub:1) NOT = SPACE
                       MOVE WS-Day-Sub TO SS-DAY
                       RELEASE SORT-RECORD
                   END-IF
               END-PERFORM
           END-IF.

       500-SORT-OUTPUT.
           MOVE "N" TO WS-Eof-Switch
           PERFORM UNTIL WS-Eof-Switch = "Y"
               RETURN SORT-WORK
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       PERFORM 550-STUDENT-BREAK
                       PERFORM 600-WRITE-DETAIL
               END-RETURN
           END-PERFORM
           IF WS-First-Record = "N"
               PERFORM 650-WRITE-STUDENT-TOTAL
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "NO CLASSES SCHEDULED FOR " WS-Schedule-Term
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *> Each student's week starts its own page.
       550-STUDENT-BREAK.
           IF WS-First-Record = "Y"
               MOVE "N" TO WS-First-Record
               PERFORM 560-START-STUDENT
           ELSE
               IF SS-STUDENT-ID NOT = WS-Prior-Student
                   PERFORM 650-WRITE-STUDENT-TOTAL
                   PERFORM 560-START-STUDENT
               END-IF
           END-IF.

       560-START-STUDENT.
           MOVE SS-STUDENT-ID TO WS-Prior-Student
           MOVE 0 TO WS-Prior-Day
           MOVE 0 TO WS-Week-Minutes
           MOVE 0 TO WS-Meeting-Count
           ADD 1 TO WS-Students-Printed
           MOVE SS-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "** NOT ON STUDENT MASTER **"
                       TO WS-Student-Name
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME TO WS-Student-Name
           END-READ
           PERFORM 610-WRITE-HEADER.

       600-WRITE-DETAIL.
           IF WS-Line-Count >= WS-Lines-Per-Page
               PERFORM 610-WRITE-HEADER
               MOVE 0 TO WS-Prior-Day
           END-IF
           IF SS-DAY NOT = WS-Prior-Day
               PERFORM 620-WRITE-DAY-HEADING
           END-IF
           PERFORM 630-LOOKUP-NAMES
           IF SS-DAY = 8
               MOVE "TBA" TO WS-Time-Text
           ELSE
               MOVE SPACES TO WS-Time-Text
               STRING SS-START-TIME "-" SS-END-TIME
                   DELIMITED BY SIZE INTO WS-Time-Text
               PERFORM 640-ADD-MEETING-TIME
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-Time-Text "  " SS-COURSE-ID "  "
               SS-SECTION "  " SS-ROOM "  " WS-Course-Title "  "
               WS-Instructor-Name
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-Line-Count
           ADD 1 TO WS-Lines-Printed
           ADD 1 TO WS-Meeting-Count.

       610-WRITE-HEADER.
           ADD 1 TO WS-Page-Count
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Current-Date
           MOVE SPACES TO REPORT-LINE
           STRING "WEEKLY CLASS SCHEDULE          PAGE " WS-Page-Count
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run Date: " WS-Current-Date
               "   Term: " WS-Schedule-Term
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "STUDENT: " WS-Prior-Student " " WS-Student-Name
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "  TIME       COURSE  SEC  ROOM      TITLE"
               TO REPORT-LINE
           MOVE "INSTRUCTOR" TO REPORT-LINE (69:10)
           WRITE REPORT-LINE
           MOVE 4 TO WS-Line-Count.

       620-WRITE-DAY-HEADING.
           MOVE SS-DAY TO WS-Prior-Day
           EVALUATE SS-DAY
               WHEN 1
                   MOVE "MONDAY" TO WS-Day-Name
               WHEN 2
                   MOVE "TUESDAY" TO WS-Day-Name
               WHEN 3
                   MOVE "WEDNESDAY" TO WS-Day-Name
               WHEN 4
                   MOVE "THURSDAY" TO WS-Day-Name
               WHEN 5
                   MOVE "FRIDAY" TO WS-Day-Name
               WHEN 6
                   MOVE "SATURDAY" TO WS-Day-Name
               WHEN 7
                   MOVE "SUNDAY" TO WS-Day-Name
               WHEN OTHER
                   MOVE "TO BE ARRANGED" TO WS-Day-Name
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-Day-Name TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 2 TO WS-Line-Count.

       630-LOOKUP-NAMES.
           MOVE SS-COURSE-ID TO CM-COURSE-ID
           READ COURSE-MASTER
               INVALID KEY
                   MOVE "** NOT ON COURSE MASTER **"
                       TO WS-Course-Title
               NOT INVALID KEY
                   MOVE CM-COURSE-TITLE TO WS-Course-Title
           END-READ
           IF SS-INSTRUCTOR-ID = SPACES
               MOVE "TO BE ASSIGNED" TO WS-Instructor-Name
           ELSE
               MOVE SS-INSTRUCTOR-ID TO IN-INSTRUCTOR-ID
               READ INSTRUCTOR-MASTER
                   INVALID KEY
                       MOVE "** NOT ON INSTRUCTOR MASTER **"
                           TO WS-Instructor-Name
                   NOT INVALID KEY
                       MOVE IN-INSTRUCTOR-NAME TO WS-Instructor-Name
               END-READ
           END-IF.

      *> Times are HHMM, so each is turned into minutes past
      *> midnight before the meeting length is taken.
       640-ADD-MEETING-TIME.
           COMPUTE WS-Time-HH = SS-START-TIME / 100
           COMPUTE WS-Start-Minutes = WS-Time-HH * 60
               + SS-START-TIME - (WS-Time-HH * 100)
           COMPUTE WS-Time-HH = SS-END-TIME / 100
           COMPUTE WS-End-Minutes = WS-Time-HH * 60
               + SS-END-TIME - (WS-Time-HH * 100)
           IF WS-End-Minutes > WS-Start-Minutes
               COMPUTE WS-Week-Minutes = WS-Week-Minutes
                   + WS-End-Minutes - WS-Start-Minutes
           END-IF.

       650-WRITE-STUDENT-TOTAL.
           COMPUTE WS-Week-Hours ROUNDED = WS-Week-Minutes / 60
           MOVE WS-Week-Hours TO WS-Edit-Hours
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  CLASS MEETINGS PER WEEK: " WS-Meeting-Count
               "   HOURS IN CLASS PER WEEK: " WS-Edit-Hours
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       950-WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Run-Start-Time
           PERFORM 955-OPEN-RUN-HISTORY
           MOVE "SCHEDRPT" TO RH-PROGRAM
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
           MOVE "SCHEDRPT" TO RH-PROGRAM
           MOVE "E" TO RH-RECORD-TYPE
           MOVE WS-Run-Start-Time TO RH-START-TIME
           MOVE FUNCTION CURRENT-DATE (1:14) TO RH-END-TIME
           MOVE WS-Seats-Read TO RH-RECORDS-READ
           MOVE WS-Lines-Printed TO RH-RECORDS-WRITTEN
           MOVE "C" TO RH-OUTCOME
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY.
