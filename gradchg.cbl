       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADCHG.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-StudMas-Status.
           SELECT GRADE-FILE ASSIGN TO "GRADFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-GRADE-KEY
               FILE STATUS IS WS-Grade-Status.
           SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTRUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-INSTRUCTOR-ID
               FILE STATUS IS WS-Instruc-Status.
           SELECT CHANGE-TRANS ASSIGN TO "GCHGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Trans-Status.
           SELECT CHANGE-RPT ASSIGN TO "GCHGRPT"
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
       FD  STUDENT-MASTER.
           COPY STUDMAS.
       FD  GRADE-FILE.
           COPY GRADFILE.
       FD  INSTRUCTOR-MASTER.
           COPY INSTRUC.
       FD  CHANGE-TRANS.
           COPY GCHGTRAN.
       FD  CHANGE-RPT.
       01  REPORT-LINE PIC X(80).
       FD  GRADE-HISTORY.
           COPY GRADHIST.
       FD  RUN-HISTORY.
           COPY RUNHIST.
        WORKING-STORAGE SECTION.
          01 WS-StudMas-Status PIC X(2).
          01 WS-Grade-Status PIC X(2).
          01 WS-Trans-Status PIC X(2).
          01 WS-Report-Status PIC X(2).
          01 WS-GradHist-Status PIC X(2).
          01 WS-Trans-Eof PIC X(1) VALUE "N".
          01 WS-Read-Count PIC 9(5) VALUE 0.
          01 WS-Changed-Count PIC 9(5) VALUE 0.
          01 WS-Rejected-Count PIC 9(5) VALUE 0.
          01 WS-Reject-Reason PIC X(30).
          01 WS-Instruc-Status PIC X(2).
          01 WS-Before-Image PIC X(30).
          01 WS-Run-Date PIC X(8).
          01 WS-Run-Status PIC X(2).
          01 WS-Run-Start-Time PIC X(14).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 950-WRITE-RUN-START
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Run-Date
           OPEN INPUT STUDENT-MASTER
           IF WS-StudMas-Status NOT = "00"
               DISPLAY "GRADCHG: STUDENT-MASTER missing, STATUS="
                   WS-StudMas-Status
               STOP RUN
           END-IF
           OPEN I-O GRADE-FILE
           IF WS-Grade-Status NOT = "00"
               DISPLAY "GRADCHG: GRADE-FILE missing, STATUS="
                   WS-Grade-Status
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF
           OPEN INPUT INSTRUCTOR-MASTER
           IF WS-Instruc-Status NOT = "00"
               DISPLAY "GRADCHG: INSTRUCTOR-MASTER missing, STATUS="
                   WS-Instruc-Status
               CLOSE STUDENT-MASTER
               CLOSE GRADE-FILE
               STOP RUN
           END-IF
           OPEN INPUT CHANGE-TRANS
           IF WS-Trans-Status NOT = "00"
               DISPLAY "GRADCHG: CHANGE-TRANS missing, STATUS="
                   WS-Trans-Status
               CLOSE STUDENT-MASTER
               CLOSE GRADE-FILE
               CLOSE INSTRUCTOR-MASTER
               STOP RUN
           END-IF
           OPEN OUTPUT CHANGE-RPT
           PERFORM 100-WRITE-REPORT-HEADER
           PERFORM UNTIL WS-Trans-Eof = "Y"
               READ CHANGE-TRANS
                   AT END
                       MOVE "Y" TO WS-Trans-Eof
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       PERFORM 200-CHANGE-GRADE
               END-READ
           END-PERFORM
           PERFORM 700-WRITE-CONTROL-TOTALS
           CLOSE STUDENT-MASTER
           CLOSE GRADE-FILE
           CLOSE INSTRUCTOR-MASTER
           CLOSE CHANGE-TRANS
           CLOSE CHANGE-RPT
           PERFORM 958-WRITE-RUN-END
           STOP RUN.

       100-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "GRADE CHANGE REPORT - REGISTRAR SIGN-OFF"
               "      Run Date: " WS-Run-Date
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  STUDENT   COURSE TERM  OLD NEW RSN INSTR  RESULT"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> Edits run in dependency order: the student must be on the
      *> master, the reason code must be one GRADCHG accepts, an
      *> instructor on INSTRUC must have authorized it, and the new
      *> grade must be one GRADPOST would accept. The grade must
      *> then be on GRADE-FILE and still be the grade the request
      *> was raised against; an IC change must be completing an
      *> incomplete.
      *> Grade changes are not held to the term's grading window --
      *> correcting a grade after the window has shut is what they
      *> are for.
       200-CHANGE-GRADE.
           MOVE GC-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "STUDENT ID NOT ON MASTER" TO WS-Reject-Reason
                   PERFORM 600-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 300-CHECK-REQUEST
           END-READ.

       300-CHECK-REQUEST.
           EVALUATE TRUE
               WHEN GC-REASON-CODE NOT = "CE"
                   AND GC-REASON-CODE NOT = "IC"
                   AND GC-REASON-CODE NOT = "GA"
                   MOVE "INVALID REASON CODE" TO WS-Reject-Reason
                   PERFORM 600-WRITE-REJECT-LINE
               WHEN GC-INSTRUCTOR-ID = SPACES
                   MOVE "NO AUTHORIZING INSTRUCTOR"
                       TO WS-Reject-Reason
                   PERFORM 600-WRITE-REJECT-LINE
               WHEN GC-NEW-GRADE NOT = "A "
                   AND GC-NEW-GRADE NOT = "B "
                   AND GC-NEW-GRADE NOT = "C "
                   AND GC-NEW-GRADE NOT = "D "
                   AND GC-NEW-GRADE NOT = "F "
                   AND GC-NEW-GRADE NOT = "I "
                   MOVE "INVALID GRADE" TO WS-Reject-Reason
                   PERFORM 600-WRITE-REJECT-LINE
               WHEN OTHER
                   PERFORM 350-CHECK-INSTRUCTOR
           END-EVALUATE.

      *> An instructor since set inactive can still authorize a
      *> change to a grade they gave; one not on file cannot.
       350-CHECK-INSTRUCTOR.
           MOVE GC-INSTRUCTOR-ID TO IN-INSTRUCTOR-ID
           READ INSTRUCTOR-MASTER
               INVALID KEY
                   MOVE "INSTRUCTOR NOT ON FILE" TO WS-Reject-Reason
                   PERFORM 600-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 400-CHECK-GRADE-ON-FILE
           END-READ.

       400-CHECK-GRADE-ON-FILE.
           MOVE GC-STUDENT-ID TO GR-STUDENT-ID
           MOVE GC-COURSE-ID TO GR-COURSE-ID
           MOVE GC-TERM TO GR-TERM
           READ GRADE-FILE
               INVALID KEY
                   MOVE "NO GRADE ON FILE" TO WS-Reject-Reason
                   PERFORM 600-WRITE-REJECT-LINE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN GR-GRADE NOT = GC-OLD-GRADE
                           MOVE "GRADE ON FILE NOT OLD GRADE"
                               TO WS-Reject-Reason
                           PERFORM 600-WRITE-REJECT-LINE
                       WHEN GC-NEW-GRADE = GC-OLD-GRADE
                           MOVE "NEW GRADE SAME AS OLD"
                               TO WS-Reject-Reason
                           PERFORM 600-WRITE-REJECT-LINE
                       WHEN GC-REASON-CODE = "IC"
                           AND GC-OLD-GRADE NOT = "I "
                           MOVE "IC CHANGE OF A NON-INCOMPLETE"
                               TO WS-Reject-Reason
                           PERFORM 600-WRITE-REJECT-LINE
                       WHEN OTHER
                           PERFORM 500-REWRITE-GRADE
                   END-EVALUATE
           END-READ.

       500-REWRITE-GRADE.
           MOVE GRADE-RECORD TO WS-Before-Image
           MOVE GC-NEW-GRADE TO GR-GRADE
           MOVE FUNCTION CURRENT-DATE (1:8) TO GR-POSTED-DATE
           REWRITE GRADE-RECORD
               INVALID KEY
                   MOVE "UNABLE TO REWRITE GRADE" TO WS-Reject-Reason
                   PERFORM 600-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 550-WRITE-HISTORY
                   PERFORM 610-WRITE-CHANGE-LINE
           END-REWRITE.

       550-WRITE-HISTORY.
           OPEN EXTEND GRADE-HISTORY
           IF WS-GradHist-Status = "05" OR WS-GradHist-Status = "35"
               OPEN OUTPUT GRADE-HISTORY
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO GH-TIMESTAMP
           MOVE "GRADCHG" TO GH-PROGRAM
           MOVE "R" TO GH-ACTION
           MOVE GR-GRADE-KEY TO GH-GRADE-KEY
           MOVE GC-REASON-CODE TO GH-REASON-CODE
           MOVE GC-INSTRUCTOR-ID TO GH-INSTRUCTOR-ID
           MOVE WS-Before-Image TO GH-BEFORE-IMAGE
           MOVE GRADE-RECORD TO GH-AFTER-IMAGE
           WRITE GRADE-HISTORY-RECORD
           CLOSE GRADE-HISTORY.

       600-WRITE-REJECT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "  " GC-STUDENT-ID " " GC-COURSE-ID " " GC-TERM
               " " GC-OLD-GRADE "  " GC-NEW-GRADE "  " GC-REASON-CODE
               "  " GC-INSTRUCTOR-ID " REJ " WS-Reject-Reason
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-Rejected-Count.

       610-WRITE-CHANGE-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "  " GC-STUDENT-ID " " GC-COURSE-ID " " GC-TERM
               " " GC-OLD-GRADE "  " GC-NEW-GRADE "  " GC-REASON-CODE
               "  " GC-INSTRUCTOR-ID " CHANGED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-Changed-Count.

      *> The registrar signs the printed report as the record that
      *> every change applied was approved.
       700-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "CHANGES READ: " WS-Read-Count
               "  APPLIED: " WS-Changed-Count
               "  REJECTED: " WS-Rejected-Count
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REGISTRAR SIGN-OFF: ______________________________"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DATE:               __________" TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "GRADCHG: READ " WS-Read-Count
               " APPLIED " WS-Changed-Count
               " REJECTED " WS-Rejected-Count.

       950-WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Run-Start-Time
           PERFORM 955-OPEN-RUN-HISTORY
           MOVE "GRADCHG" TO RH-PROGRAM
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
           MOVE "GRADCHG" TO RH-PROGRAM
           MOVE "E" TO RH-RECORD-TYPE
           MOVE WS-Run-Start-Time TO RH-START-TIME
           MOVE FUNCTION CURRENT-DATE (1:14) TO RH-END-TIME
           MOVE WS-Read-Count TO RH-RECORDS-READ
           MOVE WS-Changed-Count TO RH-RECORDS-WRITTEN
           MOVE "C" TO RH-OUTCOME
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY.
