               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-ID
               FILE STATUS IS WS-CrsMas-Status.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SECTION-KEY
               FILE STATUS IS WS-SectMas-Status.
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
       FD  COURSE-MASTER.
           COPY COURSMAS.
       FD  SECTION-MASTER.
           COPY SECTMAS.
       FD  OPERATOR-SECURITY.
           COPY OPERSEC.
       FD  SIGNON-LOG.
           COPY SIGNLOG.
        WORKING-STORAGE SECTION.
          01 WS-CrsMas-Status PIC X(2).
          01 WS-Menu-Choice PIC 9 VALUE 0.
          01 WS-Capacity PIC 9(3).
          01 WS-Course-Fee PIC 9(5)V99.
          01 WS-Edit-Fee PIC Z(4)9.99.
          01 WS-SectMas-Status PIC X(2).
          01 WS-SectMas-Avail PIC X(1) VALUE "N".
          01 WS-Section-Found PIC X(1) VALUE "N".
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
           PERFORM 100-OPEN-COURSMAS
           PERFORM UNTIL WS-Menu-Choice = 5
               PERFORM 110-DISPLAY-MENU
               ACCEPT WS-Menu-Choice
               EVALUATE WS-Menu-Choice
                   WHEN 1
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 200-ADD-COURSE
                       END-IF
                   WHEN 2
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 300-UPDATE-COURSE
                       END-IF
                   WHEN 3
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 400-DELETE-COURSE
                       END-IF
                   WHEN 4
                       PERFORM 500-BROWSE-COURSE
                   WHEN 5
           PERFORM 900-CLOSE-COURSMAS
           STOP RUN.

      *> Every session starts with a sign-on against OPERSEC. Three
      *> bad attempts end the session, and every attempt, good or
      *> bad, goes to SIGNLOG. The operator's authority then decides
      *> which menu options are open.
       050-SIGN-ON.
           OPEN I-O OPERATOR-SECURITY
           IF WS-OperSec-Status NOT = "00"
               DISPLAY "CRSMAINT: OPERATOR-SECURITY missing, STATUS="
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
               DISPLAY "CRSMAINT: SIGN-ON FAILED, SESSION ENDED"
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
                   DISPLAY "CRSMAINT: UNABLE TO RECORD SIGN-ON: "
                       OP-OPERATOR-ID
           END-REWRITE.

       070-WRITE-SIGNON-LOG.
           OPEN EXTEND SIGNON-LOG
           IF WS-SignLog-Status = "05" OR WS-SignLog-Status = "35"
               OPEN OUTPUT SIGNON-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO SG-TIMESTAMP
           MOVE "CRSMAINT" TO SG-PROGRAM
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

       100-OPEN-COURSMAS.
           OPEN I-O COURSE-MASTER
           IF WS-CrsMas-Status = "35"
               OPEN OUTPUT COURSE-MASTER
               CLOSE COURSE-MASTER
               OPEN I-O COURSE-MASTER
           END-IF
           OPEN INPUT SECTION-MASTER
           IF WS-SectMas-Status = "00"
               MOVE "Y" TO WS-SectMas-Avail
           END-IF.

       110-DISPLAY-MENU.
           IF WS-Authority NOT = "I"
               DISPLAY "1. Add course"
               DISPLAY "2. Update course"
               DISPLAY "3. Delete course"
           END-IF
           DISPLAY "4. Browse course by ID"
           DISPLAY "5. Exit"
           DISPLAY "Select option: " WITH NO ADVANCING.

      *> Only a supervisor sets a course fee, since it drives
      *> TUITBILL and the ledger. A course added by anyone else
      *> goes on at no fee until a supervisor updates it.
       200-ADD-COURSE.
           DISPLAY "Enter course ID: " WITH NO ADVANCING
           ACCEPT WS-Course-ID
           ACCEPT WS-Course-Title
           DISPLAY "Enter capacity: " WITH NO ADVANCING
           ACCEPT WS-Capacity
           IF WS-Authority = "S"
               DISPLAY "Enter course fee: " WITH NO ADVANCING
               ACCEPT WS-Course-Fee
           ELSE
               MOVE 0 TO WS-Course-Fee
               DISPLAY "Fee set to zero; a supervisor must enter it."
           END-IF
           MOVE WS-Course-ID TO CM-COURSE-ID
           MOVE WS-Course-Title TO CM-COURSE-TITLE
           MOVE WS-Capacity TO CM-CAPACITY
                   ACCEPT WS-Course-Title
                   DISPLAY "Enter new capacity: " WITH NO ADVANCING
                   ACCEPT WS-Capacity
                   IF WS-Authority = "S"
                       DISPLAY "Enter new fee: " WITH NO ADVANCING
                       ACCEPT WS-Course-Fee
                   ELSE
                       MOVE CM-COURSE-FEE TO WS-Course-Fee
                       DISPLAY "Fee unchanged; supervisor only."
                   END-IF
                   MOVE WS-Course-Title TO CM-COURSE-TITLE
                   MOVE WS-Capacity TO CM-CAPACITY
                   MOVE WS-Course-Fee TO CM-COURSE-FEE
                   END-REWRITE
           END-READ.

      *> A course still carrying enrollments or sections stays on
      *> file; the roster and section records would otherwise point
      *> at nothing.
       400-DELETE-COURSE.
           DISPLAY "Enter course ID to delete: " WITH NO ADVANCING
           ACCEPT WS-Course-ID
               INVALID KEY
                   DISPLAY "Course ID not found: " WS-Course-ID
               NOT INVALID KEY
                   PERFORM 410-CHECK-SECTIONS
                   EVALUATE TRUE
                       WHEN CM-ENROLLED-COUNT > 0
                           DISPLAY "Course has enrollments, not "
                               "deleted: " WS-Course-ID
                       WHEN WS-Section-Found = "Y"
                           DISPLAY "Course has sections, not "
                               "deleted: " WS-Course-ID
                       WHEN OTHER
                           DELETE COURSE-MASTER RECORD
                               INVALID KEY
                                   DISPLAY "Course ID not found: "
                                       WS-Course-ID
                               NOT INVALID KEY
                                   DISPLAY "Deleted course: "
                                       WS-Course-ID
                           END-DELETE
                   END-EVALUATE
           END-READ.

       410-CHECK-SECTIONS.
           MOVE "N" TO WS-Section-Found
           IF WS-SectMas-Avail = "Y"
               MOVE WS-Course-ID TO SC-COURSE-ID
               MOVE LOW-VALUES TO SC-TERM
               MOVE LOW-VALUES TO SC-SECTION-NO
               START SECTION-MASTER KEY > SC-SECTION-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ SECTION-MASTER NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF SC-COURSE-ID = WS-Course-ID
                                   MOVE "Y" TO WS-Section-Found
                               END-IF
                       END-READ
               END-START
           END-IF.

       500-BROWSE-COURSE.
           DISPLAY "Enter course ID to browse: " WITH NO ADVANCING
           ACCEPT WS-Course-ID
           END-READ.

       900-CLOSE-COURSMAS.
           CLOSE COURSE-MASTER
           IF WS-SectMas-Avail = "Y"
               CLOSE SECTION-MASTER
           END-IF.
