       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCEXPR.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO "GRADFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-GRADE-KEY
               FILE STATUS IS WS-Grade-Status.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-StudMas-Status.
           SELECT EXPIRE-RPT ASSIGN TO "INCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT GRADE-HISTORY ASSIGN TO "GRADHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GradHist-Status.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE.
           COPY GRADFILE.
       FD  STUDENT-MASTER.
           COPY STUDMAS.
       FD  EXPIRE-RPT.
       01  REPORT-LINE PIC X(80).
       FD  GRADE-HISTORY.
           COPY GRADHIST.
       FD  RUN-HISTORY.
           COPY RUNHIST.
        WORKING-STORAGE SECTION.
          01 WS-Grade-Status PIC X(2).
          01 WS-StudMas-Status PIC X(2).
          01 WS-Report-Status PIC X(2).
          01 WS-GradHist-Status PIC X(2).
          01 WS-Eof-Switch PIC X(1) VALUE "N".
          01 WS-Limit-Entry PIC X(3).
          01 WS-Limit-Days PIC 9(3) VALUE 120.
          01 WS-Limit-Length PIC 9(1) VALUE 0.
          01 WS-Run-Date PIC X(8).
          01 WS-Today-Num PIC 9(8).
          01 WS-Posted-Num PIC 9(8).
          01 WS-Age-Days PIC 9(5) VALUE 0.
          01 WS-Student-Name PIC X(30).
          01 WS-Before-Image PIC X(30).
          01 WS-Grades-Read PIC 9(7) VALUE 0.
          01 WS-Incomplete-Count PIC 9(5) VALUE 0.
          01 WS-Expired-Count PIC 9(5) VALUE 0.
          01 WS-Run-Status PIC X(2).
          01 WS-Run-Start-Time PIC X(14).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 950-WRITE-RUN-START
           PERFORM 050-ACCEPT-LIMIT-DAYS
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Run-Date
           MOVE WS-Run-Date TO WS-Today-Num
           OPEN I-O GRADE-FILE
           IF WS-Grade-Status NOT = "00"
               DISPLAY "INCEXPR: GRADE-FILE missing, STATUS="
                   WS-Grade-Status
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF WS-StudMas-Status NOT = "00"
               DISPLAY "INCEXPR: STUDENT-MASTER missing, STATUS="
                   WS-StudMas-Status
               CLOSE GRADE-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT EXPIRE-RPT
           PERFORM 100-WRITE-REPORT-HEADER
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ GRADE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       ADD 1 TO WS-Grades-Read
                       IF GR-GRADE = "I "
                           PERFORM 200-CHECK-INCOMPLETE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 700-WRITE-CONTROL-TOTALS
           CLOSE GRADE-FILE
           CLOSE STUDENT-MASTER
           CLOSE EXPIRE-RPT
           PERFORM 958-WRITE-RUN-END
           STOP RUN.

      *> The limit is the number of days an incomplete may stand
      *> after it was posted, one to three digits as keyed (ACCEPT
      *> leaves "60" as "60 "). A blank entry takes the standing
      *> 120-day limit; zero, or anything else that is not a number,
      *> stops the run before a single grade is touched.
       050-ACCEPT-LIMIT-DAYS.
           DISPLAY "Enter incomplete limit in days (blank=120): "
               WITH NO ADVANCING
           ACCEPT WS-Limit-Entry
           IF WS-Limit-Entry NOT = SPACES
               MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-Limit-Entry TRAILING))
                   TO WS-Limit-Length
               IF WS-Limit-Entry (1:WS-Limit-Length) IS NUMERIC
                   MOVE FUNCTION NUMVAL (WS-Limit-Entry)
                       TO WS-Limit-Days
               ELSE
                   MOVE 0 TO WS-Limit-Days
               END-IF
               IF WS-Limit-Days = 0
                   DISPLAY "INCEXPR: INVALID LIMIT " WS-Limit-Entry
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "INCEXPR: INCOMPLETE LIMIT " WS-Limit-Days " DAYS".

       100-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "EXPIRED INCOMPLETES (I TO F AFTER " WS-Limit-Days
               " DAYS)      Run Date: " WS-Run-Date
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  STUDENT   NAME                           "
               "COURSE TERM  POSTED   DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> The age runs from GR-POSTED-DATE, the day the I was posted
      *> (or last re-posted). A posted date that is not a date at
      *> all, or lies in the future, cannot be aged and is left for
      *> the registrar.
       200-CHECK-INCOMPLETE.
           ADD 1 TO WS-Incomplete-Count
           IF GR-POSTED-DATE IS NUMERIC
               AND GR-POSTED-DATE <= WS-Run-Date
               MOVE GR-POSTED-DATE TO WS-Posted-Num
               COMPUTE WS-Age-Days =
                   FUNCTION INTEGER-OF-DATE (WS-Today-Num)
                   - FUNCTION INTEGER-OF-DATE (WS-Posted-Num)
               IF WS-Age-Days > WS-Limit-Days
                   PERFORM 300-EXPIRE-INCOMPLETE
               END-IF
           ELSE
               DISPLAY "INCEXPR: UNDATED INCOMPLETE SKIPPED: "
                   GR-STUDENT-ID " " GR-COURSE-ID " " GR-TERM
           END-IF.

       300-EXPIRE-INCOMPLETE.
           MOVE GRADE-RECORD TO WS-Before-Image
           MOVE "F " TO GR-GRADE
           MOVE WS-Run-Date TO GR-POSTED-DATE
           REWRITE GRADE-RECORD
               INVALID KEY
                   DISPLAY "INCEXPR: UNABLE TO REWRITE GRADE: "
                       GR-STUDENT-ID " " GR-COURSE-ID " " GR-TERM
               NOT INVALID KEY
                   ADD 1 TO WS-Expired-Count
                   PERFORM 550-WRITE-HISTORY
                   PERFORM 600-WRITE-EXPIRED-LINE
           END-REWRITE.

       550-WRITE-HISTORY.
           OPEN EXTEND GRADE-HISTORY
           IF WS-GradHist-Status = "05" OR WS-GradHist-Status = "35"
               OPEN OUTPUT GRADE-HISTORY
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO GH-TIMESTAMP
           MOVE "INCEXPR" TO GH-PROGRAM
           MOVE "R" TO GH-ACTION
           MOVE GR-GRADE-KEY TO GH-GRADE-KEY
           MOVE "IX" TO GH-REASON-CODE
           MOVE SPACES TO GH-INSTRUCTOR-ID
           MOVE WS-Before-Image TO GH-BEFORE-IMAGE
           MOVE GRADE-RECORD TO GH-AFTER-IMAGE
           WRITE GRADE-HISTORY-RECORD
           CLOSE GRADE-HISTORY.

       600-WRITE-EXPIRED-LINE.
           MOVE GR-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "** NOT ON STUDENT MASTER **"
                       TO WS-Student-Name
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME TO WS-Student-Name
           END-READ
           MOVE SPACES TO REPORT-LINE
           STRING "  " GR-STUDENT-ID " " WS-Student-Name " "
               GR-COURSE-ID " " GR-TERM " " WS-Posted-Num " "
               WS-Age-Days
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       700-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "GRADES READ: " WS-Grades-Read
               "  INCOMPLETES: " WS-Incomplete-Count
               "  CHANGED TO F: " WS-Expired-Count
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "INCEXPR: READ " WS-Grades-Read
               " INCOMPLETES " WS-Incomplete-Count
               " CHANGED TO F " WS-Expired-Count.

       950-WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Run-Start-Time
           PERFORM 955-OPEN-RUN-HISTORY
           MOVE "INCEXPR" TO RH-PROGRAM
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
           MOVE "INCEXPR" TO RH-PROGRAM
           MOVE "E" TO RH-RECORD-TYPE
           MOVE WS-Run-Start-Time TO RH-START-TIME
           MOVE FUNCTION CURRENT-DATE (1:14) TO RH-END-TIME
           MOVE WS-Grades-Read TO RH-RECORDS-READ
           MOVE WS-Expired-Count TO RH-RECORDS-WRITTEN
           MOVE "C" TO RH-OUTCOME
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY.
