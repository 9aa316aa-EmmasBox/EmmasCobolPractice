               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-ID
               FILE STATUS IS WS-CrsMas-Status.
           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-Hold-Status.
           SELECT SORT-WORK ASSIGN TO "SORTWK1".
           SELECT REPORT-OUT ASSIGN TO "TRANSCRP"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY STUDMAS.
       FD  COURSE-MASTER.
           COPY COURSMAS.
       FD  HOLD-FILE.
           COPY HOLDS.
      *> GRADE-FILE is keyed student/course/term, so a student's
      *> grades arrive together but interleaved across terms; the
      *> sort regroups them student, then term, then course so the
          01 WS-StudMas-Status PIC X(2).
          01 WS-CrsMas-Status PIC X(2).
          01 WS-Report-Status PIC X(2).
          01 WS-Hold-Status PIC X(2).
          01 WS-Hold-Avail PIC X(1) VALUE "N".
          01 WS-Hold-Eof PIC X(1) VALUE "N".
          01 WS-Withheld PIC X(1) VALUE "N".
          01 WS-Withheld-Count PIC 9(5) VALUE 0.
          01 WS-Eof-Switch PIC X(1) VALUE "N".
          01 WS-Line-Count PIC 9(2) VALUE 0.
          01 WS-Page-Count PIC 9(3) VALUE 0.
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-Hold-Status = "00"
               MOVE "Y" TO WS-Hold-Avail
           END-IF
           OPEN OUTPUT REPORT-OUT
           SORT SORT-WORK
               ON ASCENDING KEY SR-STUDENT-ID SR-TERM SR-COURSE-ID
               OUTPUT PROCEDURE IS 500-SORT-OUTPUT
           CLOSE STUDENT-MASTER
           CLOSE COURSE-MASTER
           IF WS-Hold-Avail = "Y"
               CLOSE HOLD-FILE
           END-IF
           CLOSE REPORT-OUT
           STOP RUN.

                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       PERFORM 200-STUDENT-BREAK
                       IF WS-Withheld = "Y"
                           ADD 1 TO WS-Grand-Total
                       ELSE
                           PERFORM 300-WRITE-DETAIL
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-First-Record = "N" AND WS-Withheld = "N"
               PERFORM 400-WRITE-TERM-GPA
               PERFORM 450-WRITE-CUM-GPA
           END-IF
      *> Each student starts a new page; within a student each term
      *> opens with its own heading and closes with a term GPA, and
      *> the student closes with the cumulative GPA over every term
      *> on file. A student under an active hold gets a single
      *> withheld page in place of all of that.
       200-STUDENT-BREAK.
           IF WS-First-Record = "Y"
               MOVE SR-STUDENT-ID TO WS-Prior-Student
               MOVE SR-TERM TO WS-Prior-Term
               MOVE "N" TO WS-First-Record
               PERFORM 250-START-STUDENT
           ELSE
               IF SR-STUDENT-ID NOT = WS-Prior-Student
                   IF WS-Withheld = "N"
                       PERFORM 400-WRITE-TERM-GPA
                       PERFORM 450-WRITE-CUM-GPA
                   END-IF
                   MOVE SR-STUDENT-ID TO WS-Prior-Student
                   MOVE SR-TERM TO WS-Prior-Term
                   PERFORM 250-START-STUDENT
               ELSE
                   IF SR-TERM NOT = WS-Prior-Term
                       AND WS-Withheld = "N"
                       PERFORM 400-WRITE-TERM-GPA
                       MOVE SR-TERM TO WS-Prior-Term
                       PERFORM 360-WRITE-TERM-HEADER
               END-IF
           END-IF.

       250-START-STUDENT.
           MOVE 0 TO WS-Line-Count
           PERFORM 260-CHECK-HOLDS
           IF WS-Withheld = "Y"
               PERFORM 380-WRITE-WITHHELD-PAGE
           ELSE
               PERFORM 310-WRITE-HEADER
               PERFORM 360-WRITE-TERM-HEADER
           END-IF.

      *> The first active hold found stays in the record area for
      *> the withheld page to print.
       260-CHECK-HOLDS.
           MOVE "N" TO WS-Withheld
           MOVE "N" TO WS-Hold-Eof
           IF WS-Hold-Avail = "N"
               MOVE "Y" TO WS-Hold-Eof
           ELSE
               MOVE WS-Prior-Student TO HD-STUDENT-ID
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
                       IF HD-STUDENT-ID NOT = WS-Prior-Student
                           MOVE "Y" TO WS-Hold-Eof
                       ELSE
                           IF HD-RELEASED-DATE = SPACES
                               MOVE "Y" TO WS-Withheld
                               MOVE "Y" TO WS-Hold-Eof
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> An incomplete (I) prints with the other grades but carries
      *> no GPA weight until it is completed or lapses to F.
       300-WRITE-DETAIL.
           IF WS-Line-Count = 0
               PERFORM 310-WRITE-HEADER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-Line-Count
           IF SR-GRADE NOT = "I "
               ADD WS-Grade-Points TO WS-Term-Points
               ADD 1 TO WS-Term-Count
               ADD WS-Grade-Points TO WS-Point-Total
               ADD 1 TO WS-Grade-Count
           END-IF
           ADD 1 TO WS-Grand-Total
           IF WS-Line-Count >= WS-Lines-Per-Page
               MOVE 0 TO WS-Line-Count
               MOVE 0 TO WS-Line-Count
           END-IF.

       380-WRITE-WITHHELD-PAGE.
           ADD 1 TO WS-Page-Count
           ADD 1 TO WS-Withheld-Count
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Current-Date
           PERFORM 320-LOOKUP-STUDENT-NAME
           MOVE SPACES TO REPORT-LINE
           STRING "STUDENT TRANSCRIPT             PAGE " WS-Page-Count
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run Date: " WS-Current-Date
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "STUDENT: " WS-Prior-Student " " WS-Student-Name
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "          *** TRANSCRIPT WITHHELD ***" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "  ACTIVE HOLD " HD-HOLD-TYPE " PLACED "
               HD-PLACED-DATE ": " HD-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "  GRADES ARE RELEASED ONCE THE HOLD IS LIFTED."
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       400-WRITE-TERM-GPA.
           IF WS-Term-Count > 0
               COMPUTE WS-Gpa ROUNDED =
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "TOTAL GRADES ON FILE: " WS-Grand-Total
               "  TRANSCRIPTS WITHHELD: " WS-Withheld-Count
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
