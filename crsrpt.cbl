               ALTERNATE RECORD KEY IS SM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-StudMas-Status.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SECTION-KEY
               FILE STATUS IS WS-SectMas-Status.
           SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTRUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-INSTRUCTOR-ID
               FILE STATUS IS WS-Instruc-Status.
           SELECT SORT-WORK ASSIGN TO "SORTWK1".
           SELECT REPORT-OUT ASSIGN TO "CRSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY COURSMAS.
       FD  STUDENT-MASTER.
           COPY STUDMAS.
       FD  SECTION-MASTER.
           COPY SECTMAS.
       FD  INSTRUCTOR-MASTER.
           COPY INSTRUC.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SR-COURSE-ID        PIC X(6).
           05 SR-TERM             PIC X(5).
           05 SR-SECTION          PIC X(3).
           05 SR-STUDENT-NAME     PIC X(30).
           05 SR-STUDENT-ID       PIC X(9).
           05 SR-ENROLL-DATE      PIC X(8).
          01 WS-CrsMas-Status PIC X(2).
          01 WS-StudMas-Status PIC X(2).
          01 WS-Report-Status PIC X(2).
          01 WS-SectMas-Status PIC X(2).
          01 WS-Instruc-Status PIC X(2).
          01 WS-Eof-Switch PIC X(1) VALUE "N".
          01 WS-Line-Count PIC 9(2) VALUE 0.
          01 WS-Page-Count PIC 9(3) VALUE 0.
          01 WS-Course-Count PIC 9(3) VALUE 0.
          01 WS-Grand-Total PIC 9(5) VALUE 0.
          01 WS-Prior-Course PIC X(6).
          01 WS-Prior-Term PIC X(5).
          01 WS-Prior-Section PIC X(3).
          01 WS-Instructor-Name PIC X(30).
          01 WS-First-Record PIC X(1) VALUE "Y".
          01 WS-Course-Title PIC X(30).
          01 WS-Current-Date PIC X(8).
               CLOSE COURSE-MASTER
               STOP RUN
           END-IF
           OPEN INPUT SECTION-MASTER
           IF WS-SectMas-Status NOT = "00"
               DISPLAY "CRSRPT: SECTION-MASTER missing, STATUS="
                   WS-SectMas-Status
               CLOSE COURSE-MASTER
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF
           OPEN INPUT INSTRUCTOR-MASTER
           IF WS-Instruc-Status NOT = "00"
               DISPLAY "CRSRPT: INSTRUCTOR-MASTER missing, STATUS="
                   WS-Instruc-Status
               CLOSE COURSE-MASTER
               CLOSE STUDENT-MASTER
               CLOSE SECTION-MASTER
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-OUT
           SORT SORT-WORK
               ON ASCENDING KEY SR-COURSE-ID SR-TERM SR-SECTION
                   SR-STUDENT-NAME
               INPUT PROCEDURE IS 100-SORT-INPUT
               OUTPUT PROCEDURE IS 500-SORT-OUTPUT
           CLOSE COURSE-MASTER
           CLOSE STUDENT-MASTER
           CLOSE SECTION-MASTER
           CLOSE INSTRUCTOR-MASTER
           CLOSE REPORT-OUT
           STOP RUN.

                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       MOVE CE-COURSE-ID TO SR-COURSE-ID
                       MOVE CE-TERM TO SR-TERM
                       MOVE CE-SECTION TO SR-SECTION
                       MOVE CE-STUDENT-ID TO SR-STUDENT-ID
                       MOVE CE-ENROLL-DATE TO SR-ENROLL-DATE
                       PERFORM 200-LOOKUP-STUDENT-NAME
           END-IF
           PERFORM 700-WRITE-FOOTER.

      *> Each section of a course in a term starts its own page,
      *> headed by the course title out of COURSE-MASTER and the
      *> meeting details and instructor out of SECTION-MASTER.
       550-COURSE-BREAK.
           IF WS-First-Record = "Y"
               MOVE SR-COURSE-ID TO WS-Prior-Course
               MOVE SR-TERM TO WS-Prior-Term
               MOVE SR-SECTION TO WS-Prior-Section
               MOVE "N" TO WS-First-Record
               MOVE 0 TO WS-Line-Count
           ELSE
               IF SR-COURSE-ID NOT = WS-Prior-Course
                   OR SR-TERM NOT = WS-Prior-Term
                   OR SR-SECTION NOT = WS-Prior-Section
                   PERFORM 650-WRITE-COURSE-COUNT
                   MOVE SR-COURSE-ID TO WS-Prior-Course
                   MOVE SR-TERM TO WS-Prior-Term
                   MOVE SR-SECTION TO WS-Prior-Section
                   MOVE 0 TO WS-Line-Count
               END-IF
           END-IF.
           ADD 1 TO WS-Page-Count
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Current-Date
           PERFORM 620-LOOKUP-COURSE-TITLE
           PERFORM 630-LOOKUP-SECTION
           MOVE SPACES TO REPORT-LINE
           STRING "CLASS ROSTER REPORT            PAGE " WS-Page-Count
               DELIMITED BY SIZE INTO REPORT-LINE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TERM: " WS-Prior-Term "  SECTION: " WS-Prior-Section
               "  DAYS: " SC-DAYS "  TIME: " SC-START-TIME "-"
               SC-END-TIME "  ROOM: " SC-ROOM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "INSTRUCTOR: " SC-INSTRUCTOR-ID " "
               WS-Instructor-Name
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "STUDENT ID NAME                          ENROLLED"
               TO REPORT-LINE
           WRITE REPORT-LINE
                   MOVE CM-COURSE-TITLE TO WS-Course-Title
           END-READ.

      *> A seat in a section no longer on SECTMAS still prints, under
      *> a heading that says so, rather than dropping off the roster.
       630-LOOKUP-SECTION.
           MOVE WS-Prior-Course TO SC-COURSE-ID
           MOVE WS-Prior-Term TO SC-TERM
           MOVE WS-Prior-Section TO SC-SECTION-NO
           READ SECTION-MASTER
               INVALID KEY
                   MOVE SPACES TO SC-DAYS
                   MOVE 0 TO SC-START-TIME
                   MOVE 0 TO SC-END-TIME
                   MOVE "**NONE**" TO SC-ROOM
                   MOVE SPACES TO SC-INSTRUCTOR-ID
                   MOVE 0 TO SC-CAPACITY
                   MOVE "** NOT ON SECTION MASTER **"
                       TO WS-Instructor-Name
               NOT INVALID KEY
                   PERFORM 640-LOOKUP-INSTRUCTOR
           END-READ.

       640-LOOKUP-INSTRUCTOR.
           IF SC-INSTRUCTOR-ID = SPACES
               MOVE "TO BE ASSIGNED" TO WS-Instructor-Name
           ELSE
               MOVE SC-INSTRUCTOR-ID TO IN-INSTRUCTOR-ID
               READ INSTRUCTOR-MASTER
                   INVALID KEY
                       MOVE "** NOT ON INSTRUCTOR MASTER **"
                           TO WS-Instructor-Name
                   NOT INVALID KEY
                       MOVE IN-INSTRUCTOR-NAME TO WS-Instructor-Name
               END-READ
           END-IF.

       650-WRITE-COURSE-COUNT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "  ENROLLED IN " WS-Prior-Course " SECTION "
               WS-Prior-Section ": " WS-Course-Count
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-Course-Count.
