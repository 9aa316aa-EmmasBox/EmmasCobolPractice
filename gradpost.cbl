               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-GRADE-KEY
               FILE STATUS IS WS-Grade-Status.
           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM
               FILE STATUS IS WS-TermCal-Status.
           SELECT GRADE-TRANS ASSIGN TO "GRADTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Trans-Status.
           SELECT EXCEPT-RPT ASSIGN TO "GRADEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Except-Status.
           SELECT GRADE-HISTORY ASSIGN TO "GRADHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GradHist-Status.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Status.
           COPY CRSENRL.
       FD  GRADE-FILE.
           COPY GRADFILE.
       FD  TERM-CALENDAR.
           COPY TERMCAL.
       FD  GRADE-TRANS.
           COPY GRADTRAN.
       FD  EXCEPT-RPT.
       01  EXCEPT-LINE PIC X(80).
       FD  GRADE-HISTORY.
           COPY GRADHIST.
       FD  RUN-HISTORY.
           COPY RUNHIST.
        WORKING-STORAGE SECTION.
          01 WS-Enroll-Status PIC X(2).
          01 WS-Grade-Status PIC X(2).
          01 WS-Trans-Status PIC X(2).
          01 WS-TermCal-Status PIC X(2).
          01 WS-Today PIC X(8).
          01 WS-Except-Status PIC X(2).
          01 WS-GradHist-Status PIC X(2).
          01 WS-Before-Image PIC X(30).
          01 WS-Reposted-Count PIC 9(5) VALUE 0.
          01 WS-Trans-Eof PIC X(1) VALUE "N".
          01 WS-Read-Count PIC 9(5) VALUE 0.
          01 WS-Posted-Count PIC 9(5) VALUE 0.
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF
           OPEN INPUT TERM-CALENDAR
           IF WS-TermCal-Status NOT = "00"
               DISPLAY "GRADPOST: TERM-CALENDAR missing, STATUS="
                   WS-TermCal-Status
               CLOSE STUDENT-MASTER
               CLOSE COURSE-ENROLL
               STOP RUN
           END-IF
           OPEN INPUT GRADE-TRANS
           IF WS-Trans-Status NOT = "00"
               DISPLAY "GRADPOST: GRADE-TRANS missing, STATUS="
                   WS-Trans-Status
               CLOSE STUDENT-MASTER
               CLOSE COURSE-ENROLL
               CLOSE TERM-CALENDAR
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today
           PERFORM 100-OPEN-GRADE-FILE
           OPEN OUTPUT EXCEPT-RPT
           PERFORM UNTIL WS-Trans-Eof = "Y"
           PERFORM 700-WRITE-CONTROL-TOTALS
           CLOSE STUDENT-MASTER
           CLOSE COURSE-ENROLL
           CLOSE TERM-CALENDAR
           CLOSE GRADE-FILE
           CLOSE GRADE-TRANS
           CLOSE EXCEPT-RPT
      *> Edits run in dependency order: the student must be on the
      *> master, the enrollment must be on file for that student and
      *> course, the term must be present (it is part of the grade
      *> key), on the term calendar, open, and today must fall in
      *> its grading window, and the grade must be a recognized
      *> letter or I. A grade already posted for the
      *> student/course/term is replaced (a re-post corrects an
      *> earlier term-end keying error) and the replaced grade goes
      *> to GRADHIST; the same course under a different term posts
      *> as a new record, so a retake never overwrites the original
      *> grade. Changes after the grading window go through GRADCHG.
       200-POST-GRADE.
           MOVE GT-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               MOVE "MISSING TERM" TO WS-Reject-Reason
               PERFORM 600-WRITE-EXCEPTION
           ELSE
               PERFORM 360-CHECK-CALENDAR
           END-IF.

       360-CHECK-CALENDAR.
           MOVE GT-TERM TO TC-TERM
           READ TERM-CALENDAR
               INVALID KEY
                   MOVE "TERM NOT ON CALENDAR" TO WS-Reject-Reason
                   PERFORM 600-WRITE-EXCEPTION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TC-STATUS = "C"
                           MOVE "TERM CLOSED" TO WS-Reject-Reason
                           PERFORM 600-WRITE-EXCEPTION
                       WHEN WS-Today < TC-GRADE-OPEN-DATE
                           OR WS-Today > TC-GRADE-CLOSE-DATE
                           MOVE "OUTSIDE GRADING WINDOW"
                               TO WS-Reject-Reason
                           PERFORM 600-WRITE-EXCEPTION
                       WHEN OTHER
                           PERFORM 400-CHECK-GRADE
                   END-EVALUATE
           END-READ.

       400-CHECK-GRADE.
           EVALUATE GT-GRADE
               WHEN "A "
               WHEN "C "
               WHEN "D "
               WHEN "F "
               WHEN "I "
                   PERFORM 500-WRITE-GRADE
               WHEN OTHER
                   MOVE "INVALID GRADE" TO WS-Reject-Reason
           MOVE GT-STUDENT-ID TO GR-STUDENT-ID
           MOVE GT-COURSE-ID TO GR-COURSE-ID
           MOVE GT-TERM TO GR-TERM
           READ GRADE-FILE
               INVALID KEY
                   MOVE GT-GRADE TO GR-GRADE
                   MOVE FUNCTION CURRENT-DATE (1:8) TO GR-POSTED-DATE
                   WRITE GRADE-RECORD
               NOT INVALID KEY
                   MOVE GRADE-RECORD TO WS-Before-Image
                   MOVE GT-GRADE TO GR-GRADE
                   MOVE FUNCTION CURRENT-DATE (1:8) TO GR-POSTED-DATE
                   REWRITE GRADE-RECORD
                   PERFORM 550-WRITE-HISTORY
                   ADD 1 TO WS-Reposted-Count
           END-READ
           ADD 1 TO WS-Posted-Count.

       550-WRITE-HISTORY.
           OPEN EXTEND GRADE-HISTORY
           IF WS-GradHist-Status = "05" OR WS-GradHist-Status = "35"
               OPEN OUTPUT GRADE-HISTORY
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO GH-TIMESTAMP
           MOVE "GRADPOST" TO GH-PROGRAM
           MOVE "R" TO GH-ACTION
           MOVE GR-GRADE-KEY TO GH-GRADE-KEY
           MOVE "RP" TO GH-REASON-CODE
           MOVE SPACES TO GH-INSTRUCTOR-ID
           MOVE WS-Before-Image TO GH-BEFORE-IMAGE
           MOVE GRADE-RECORD TO GH-AFTER-IMAGE
           WRITE GRADE-HISTORY-RECORD
           CLOSE GRADE-HISTORY.

       600-WRITE-EXCEPTION.
           MOVE SPACES TO EXCEPT-LINE
           STRING "REJECTED " GT-STUDENT-ID " " GT-COURSE-ID " "
           STRING "GRADES READ: " WS-Read-Count
               "  POSTED: " WS-Posted-Count
               "  REJECTED: " WS-Rejected-Count
               "  RE-POSTED: " WS-Reposted-Count
               DELIMITED BY SIZE INTO EXCEPT-LINE
           WRITE EXCEPT-LINE
           DISPLAY "GRADPOST: READ " WS-Read-Count
               " POSTED " WS-Posted-Count
               " REJECTED " WS-Rejected-Count
               " RE-POSTED " WS-Reposted-Count.

       950-WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Run-Start-Time
