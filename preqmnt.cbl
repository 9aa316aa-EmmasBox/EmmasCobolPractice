       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREQMNT.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREREQ-FILE ASSIGN TO "CRSPREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-PREREQ-KEY
               FILE STATUS IS WS-Prereq-Status.
           SELECT PREREQ-OVERRIDE ASSIGN TO "PREQOVR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-OVERRIDE-KEY
               FILE STATUS IS WS-Override-Status.
           SELECT COURSE-MASTER ASSIGN TO "COURSMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-ID
               FILE STATUS IS WS-CrsMas-Status.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-StudMas-Status.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.
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
       FD  PREREQ-FILE.
           COPY CRSPREQ.
       FD  PREREQ-OVERRIDE.
           COPY PREQOVR.
       FD  COURSE-MASTER.
           COPY COURSMAS.
       FD  STUDENT-MASTER.
           COPY STUDMAS.
       FD  AUDIT-LOG.
           COPY AUDITREC.
       FD  OPERATOR-SECURITY.
           COPY OPERSEC.
       FD  SIGNON-LOG.
           COPY SIGNLOG.
        WORKING-STORAGE SECTION.
          01 WS-Prereq-Status PIC X(2).
          01 WS-Override-Status PIC X(2).
          01 WS-CrsMas-Status PIC X(2).
          01 WS-StudMas-Status PIC X(2).
          01 WS-Audit-Status PIC X(2).
          01 WS-Menu-Choice PIC 9 VALUE 0.
          01 WS-Course-ID PIC X(6).
          01 WS-Req-Course-ID PIC X(6).
          01 WS-Student-ID PIC X(9).
          01 WS-Override-Code PIC X(8).
          01 WS-Min-Grade PIC X(2).
          01 WS-Courses-Ok PIC X(1) VALUE "N".
          01 WS-Browse-Eof PIC X(1) VALUE "N".
          01 WS-Req-Count PIC 9(3) VALUE 0.
          01 WS-Audit-Input PIC X(40).
          01 WS-Audit-Result PIC X(30).
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
           OPEN INPUT COURSE-MASTER
           IF WS-CrsMas-Status NOT = "00"
               DISPLAY "PREQMNT: COURSE-MASTER missing, STATUS="
                   WS-CrsMas-Status
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF WS-StudMas-Status NOT = "00"
               DISPLAY "PREQMNT: STUDENT-MASTER missing, STATUS="
                   WS-StudMas-Status
               CLOSE COURSE-MASTER
               STOP RUN
           END-IF
           PERFORM 100-OPEN-PREREQ
           PERFORM 120-OPEN-OVERRIDE
           PERFORM UNTIL WS-Menu-Choice = 7
               PERFORM 110-DISPLAY-MENU
               ACCEPT WS-Menu-Choice
               EVALUATE WS-Menu-Choice
                   WHEN 1
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 200-ADD-PREREQ
                       END-IF
                   WHEN 2
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 300-UPDATE-PREREQ
                       END-IF
                   WHEN 3
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 400-DELETE-PREREQ
                       END-IF
                   WHEN 4
                       PERFORM 500-BROWSE-COURSE
                   WHEN 5
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 600-ISSUE-OVERRIDE
                       END-IF
                   WHEN 6
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 650-CANCEL-OVERRIDE
                       END-IF
                   WHEN 7
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
               DISPLAY "PREQMNT: OPERATOR-SECURITY missing, STATUS="
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
               DISPLAY "PREQMNT: SIGN-ON FAILED, SESSION ENDED"
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
                   DISPLAY "PREQMNT: UNABLE TO RECORD SIGN-ON: "
                       OP-OPERATOR-ID
           END-REWRITE.

       070-WRITE-SIGNON-LOG.
           OPEN EXTEND SIGNON-LOG
           IF WS-SignLog-Status = "05" OR WS-SignLog-Status = "35"
               OPEN OUTPUT SIGNON-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO SG-TIMESTAMP
           MOVE "PREQMNT" TO SG-PROGRAM
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

       100-OPEN-PREREQ.
           OPEN I-O PREREQ-FILE
           IF WS-Prereq-Status = "35"
               OPEN OUTPUT PREREQ-FILE
               CLOSE PREREQ-FILE
               OPEN I-O PREREQ-FILE
           END-IF.

       110-DISPLAY-MENU.
           IF WS-Authority NOT = "I"
               DISPLAY "1. Add prerequisite"
               DISPLAY "2. Update prerequisite"
               DISPLAY "3. Delete prerequisite"
           END-IF
           DISPLAY "4. Browse prerequisites by course"
           IF WS-Authority NOT = "I"
               DISPLAY "5. Issue registrar override"
               DISPLAY "6. Cancel registrar override"
           END-IF
           DISPLAY "7. Exit"
           DISPLAY "Select option: " WITH NO ADVANCING.

       120-OPEN-OVERRIDE.
           OPEN I-O PREREQ-OVERRIDE
           IF WS-Override-Status = "35"
               OPEN OUTPUT PREREQ-OVERRIDE
               CLOSE PREREQ-OVERRIDE
               OPEN I-O PREREQ-OVERRIDE
           END-IF.

      *> Both the course and the course it requires must be on the
      *> course master, and a course cannot require itself.
       200-ADD-PREREQ.
           DISPLAY "Enter course ID: " WITH NO ADVANCING
           ACCEPT WS-Course-ID
           DISPLAY "Enter required course ID: " WITH NO ADVANCING
           ACCEPT WS-Req-Course-ID
           PERFORM 210-CHECK-COURSES
           IF WS-Courses-Ok = "Y"
               PERFORM 250-ACCEPT-MIN-GRADE
               MOVE WS-Course-ID TO PQ-COURSE-ID
               MOVE WS-Req-Course-ID TO PQ-REQ-COURSE-ID
               MOVE WS-Min-Grade TO PQ-MIN-GRADE
               WRITE PREREQ-RECORD
                   INVALID KEY
                       DISPLAY "Prerequisite already on file: "
                           WS-Course-ID " " WS-Req-Course-ID
               END-WRITE
           END-IF.

       210-CHECK-COURSES.
           MOVE "N" TO WS-Courses-Ok
           IF WS-Course-ID = WS-Req-Course-ID
               DISPLAY "A course cannot require itself: " WS-Course-ID
           ELSE
               MOVE WS-Course-ID TO CM-COURSE-ID
               READ COURSE-MASTER
                   INVALID KEY
                       DISPLAY "Course ID not found: " WS-Course-ID
                   NOT INVALID KEY
                       MOVE WS-Req-Course-ID TO CM-COURSE-ID
                       READ COURSE-MASTER
                           INVALID KEY
                               DISPLAY "Course ID not found: "
                                   WS-Req-Course-ID
                           NOT INVALID KEY
                               MOVE "Y" TO WS-Courses-Ok
                       END-READ
               END-READ
           END-IF.

       250-ACCEPT-MIN-GRADE.
           MOVE SPACES TO WS-Min-Grade
           PERFORM UNTIL WS-Min-Grade = "A " OR WS-Min-Grade = "B "
               OR WS-Min-Grade = "C " OR WS-Min-Grade = "D "
               DISPLAY "Enter minimum grade (A/B/C/D): "
                   WITH NO ADVANCING
               ACCEPT WS-Min-Grade
           END-PERFORM.

       300-UPDATE-PREREQ.
           DISPLAY "Enter course ID to update: " WITH NO ADVANCING
           ACCEPT WS-Course-ID
           DISPLAY "Enter required course ID to update: "
               WITH NO ADVANCING
           ACCEPT WS-Req-Course-ID
           MOVE WS-Course-ID TO PQ-COURSE-ID
           MOVE WS-Req-Course-ID TO PQ-REQ-COURSE-ID
           READ PREREQ-FILE
               INVALID KEY
                   DISPLAY "Prerequisite not found: "
                       WS-Course-ID " " WS-Req-Course-ID
               NOT INVALID KEY
                   DISPLAY "Current minimum grade: " PQ-MIN-GRADE
                   PERFORM 250-ACCEPT-MIN-GRADE
                   MOVE WS-Min-Grade TO PQ-MIN-GRADE
                   REWRITE PREREQ-RECORD
                       INVALID KEY
                           DISPLAY "Unable to update: "
                               WS-Course-ID " " WS-Req-Course-ID
                   END-REWRITE
           END-READ.

       400-DELETE-PREREQ.
           DISPLAY "Enter course ID to delete: " WITH NO ADVANCING
           ACCEPT WS-Course-ID
           DISPLAY "Enter required course ID to delete: "
               WITH NO ADVANCING
           ACCEPT WS-Req-Course-ID
           MOVE WS-Course-ID TO PQ-COURSE-ID
           MOVE WS-Req-Course-ID TO PQ-REQ-COURSE-ID
           DELETE PREREQ-FILE RECORD
               INVALID KEY
                   DISPLAY "Prerequisite not found: "
                       WS-Course-ID " " WS-Req-Course-ID
               NOT INVALID KEY
                   DISPLAY "Deleted prerequisite: "
                       WS-Course-ID " " WS-Req-Course-ID
           END-DELETE.

       500-BROWSE-COURSE.
           DISPLAY "Enter course ID to browse: " WITH NO ADVANCING
           ACCEPT WS-Course-ID
           MOVE 0 TO WS-Req-Count
           MOVE "N" TO WS-Browse-Eof
           MOVE WS-Course-ID TO PQ-COURSE-ID
           MOVE SPACES TO PQ-REQ-COURSE-ID
           START PREREQ-FILE KEY >= PQ-PREREQ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Browse-Eof
           END-START
           PERFORM UNTIL WS-Browse-Eof = "Y"
               READ PREREQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Browse-Eof
                   NOT AT END
                       IF PQ-COURSE-ID NOT = WS-Course-ID
                           MOVE "Y" TO WS-Browse-Eof
                       ELSE
                           ADD 1 TO WS-Req-Count
                           DISPLAY "  " PQ-REQ-COURSE-ID
                               " minimum grade " PQ-MIN-GRADE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Prerequisites for " WS-Course-ID ": "
               WS-Req-Count.

      *> An override is issued for one student and one course; the
      *> code is whatever the registrar hands the student and is
      *> keyed back in at CRSENROL. Issuing again replaces the code.
      *> Both the student and the course must be on file, so a
      *> mistyped ID never leaves an override nobody can use.
       600-ISSUE-OVERRIDE.
           DISPLAY "Enter student ID: " WITH NO ADVANCING
           ACCEPT WS-Student-ID
           DISPLAY "Enter course ID: " WITH NO ADVANCING
           ACCEPT WS-Course-ID
           MOVE SPACES TO WS-Override-Code
           PERFORM UNTIL WS-Override-Code NOT = SPACES
               DISPLAY "Enter override code: " WITH NO ADVANCING
               ACCEPT WS-Override-Code
           END-PERFORM
           MOVE WS-Student-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "Student ID not found: " WS-Student-ID
               NOT INVALID KEY
                   MOVE WS-Course-ID TO CM-COURSE-ID
                   READ COURSE-MASTER
                       INVALID KEY
                           DISPLAY "Course ID not found: "
                               WS-Course-ID
                       NOT INVALID KEY
                           PERFORM 610-WRITE-OVERRIDE
                   END-READ
           END-READ.

       610-WRITE-OVERRIDE.
           MOVE WS-Course-ID TO PO-COURSE-ID
           MOVE WS-Student-ID TO PO-STUDENT-ID
           MOVE WS-Override-Code TO PO-OVERRIDE-CODE
           MOVE FUNCTION CURRENT-DATE (1:8) TO PO-ISSUED-DATE
           WRITE PREREQ-OVERRIDE-RECORD
               INVALID KEY
                   REWRITE PREREQ-OVERRIDE-RECORD
                       INVALID KEY
                           DISPLAY "Unable to issue override: "
                               WS-Student-ID " " WS-Course-ID
                   END-REWRITE
           END-WRITE
           IF WS-Override-Status = "00"
               DISPLAY "Override issued: " WS-Student-ID
                   " " WS-Course-ID
               MOVE "OVERRIDE ISSUED" TO WS-Audit-Result
               PERFORM 700-WRITE-AUDIT
           END-IF.

       650-CANCEL-OVERRIDE.
           DISPLAY "Enter student ID: " WITH NO ADVANCING
           ACCEPT WS-Student-ID
           DISPLAY "Enter course ID: " WITH NO ADVANCING
           ACCEPT WS-Course-ID
           MOVE WS-Course-ID TO PO-COURSE-ID
           MOVE WS-Student-ID TO PO-STUDENT-ID
           DELETE PREREQ-OVERRIDE RECORD
               INVALID KEY
                   DISPLAY "Override not found: "
                       WS-Student-ID " " WS-Course-ID
               NOT INVALID KEY
                   DISPLAY "Override cancelled: "
                       WS-Student-ID " " WS-Course-ID
                   MOVE "OVERRIDE CANCELLED" TO WS-Audit-Result
                   PERFORM 700-WRITE-AUDIT
           END-DELETE.

       700-WRITE-AUDIT.
           MOVE SPACES TO WS-Audit-Input
           STRING "STUDENT=" WS-Student-ID
               " COURSE=" WS-Course-ID
               DELIMITED BY SIZE INTO WS-Audit-Input
           OPEN EXTEND AUDIT-LOG
           IF WS-Audit-Status = "05" OR WS-Audit-Status = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO AL-TIMESTAMP
           MOVE "PREQMNT" TO AL-PROGRAM
           MOVE WS-Audit-Input TO AL-INPUT-FIELDS
           MOVE WS-Audit-Result TO AL-RESULT
           MOVE WS-Operator-ID TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.

       900-CLOSE-FILES.
           CLOSE PREREQ-FILE
           CLOSE PREREQ-OVERRIDE
           CLOSE COURSE-MASTER
           CLOSE STUDENT-MASTER.
