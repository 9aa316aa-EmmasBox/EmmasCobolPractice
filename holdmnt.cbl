       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-Hold-Status.
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
       FD  HOLD-FILE.
           COPY HOLDS.
       FD  STUDENT-MASTER.
           COPY STUDMAS.
       FD  AUDIT-LOG.
           COPY AUDITREC.
       FD  OPERATOR-SECURITY.
           COPY OPERSEC.
       FD  SIGNON-LOG.
           COPY SIGNLOG.
        WORKING-STORAGE SECTION.
          01 WS-Hold-Status PIC X(2).
          01 WS-StudMas-Status PIC X(2).
          01 WS-Audit-Status PIC X(2).
          01 WS-Menu-Choice PIC 9 VALUE 0.
          01 WS-Student-ID PIC X(9).
          01 WS-Hold-Type PIC X(1).
          01 WS-Reason PIC X(30).
          01 WS-Browse-Eof PIC X(1) VALUE "N".
          01 WS-Hold-Count PIC 9(3) VALUE 0.
          01 WS-Active-Found PIC X(1) VALUE "N".
          01 WS-Hold-State PIC X(8).
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
           OPEN INPUT STUDENT-MASTER
           IF WS-StudMas-Status NOT = "00"
               DISPLAY "HOLDMNT: STUDENT-MASTER missing, STATUS="
                   WS-StudMas-Status
               STOP RUN
           END-IF
           PERFORM 100-OPEN-HOLDS
           PERFORM UNTIL WS-Menu-Choice = 4
               PERFORM 110-DISPLAY-MENU
               ACCEPT WS-Menu-Choice
               EVALUATE WS-Menu-Choice
                   WHEN 1
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 200-PLACE-HOLD
                       END-IF
                   WHEN 2
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 300-RELEASE-HOLD
                       END-IF
                   WHEN 3
                       PERFORM 400-BROWSE-HOLDS
                   WHEN 4
                       DISPLAY "Exiting."
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM
           CLOSE HOLD-FILE
           CLOSE STUDENT-MASTER
           STOP RUN.

      *> Every session starts with a sign-on against OPERSEC. Three
      *> bad attempts end the session, and every attempt, good or
      *> bad, goes to SIGNLOG. The operator's authority then decides
      *> which menu options are open.
       050-SIGN-ON.
           OPEN I-O OPERATOR-SECURITY
           IF WS-OperSec-Status NOT = "00"
               DISPLAY "HOLDMNT: OPERATOR-SECURITY missing, STATUS="
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
               DISPLAY "HOLDMNT: SIGN-ON FAILED, SESSION ENDED"
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
                   DISPLAY "HOLDMNT: UNABLE TO RECORD SIGN-ON: "
                       OP-OPERATOR-ID
           END-REWRITE.

       070-WRITE-SIGNON-LOG.
           OPEN EXTEND SIGNON-LOG
           IF WS-SignLog-Status = "05" OR WS-SignLog-Status = "35"
               OPEN OUTPUT SIGNON-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO SG-TIMESTAMP
           MOVE "HOLDMNT" TO SG-PROGRAM
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

       100-OPEN-HOLDS.
           OPEN I-O HOLD-FILE
           IF WS-Hold-Status = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.

       110-DISPLAY-MENU.
           IF WS-Authority NOT = "I"
               DISPLAY "1. Place hold"
               DISPLAY "2. Release hold"
           END-IF
           DISPLAY "3. Browse holds for student"
           DISPLAY "4. Exit"
           DISPLAY "Select option: " WITH NO ADVANCING.

      *> A student carries at most one active hold of each type; a
      *> second one would add nothing and would have to be released
      *> separately.
       200-PLACE-HOLD.
           DISPLAY "Enter student ID: " WITH NO ADVANCING
           ACCEPT WS-Student-ID
           MOVE WS-Student-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "Student ID not found: " WS-Student-ID
               NOT INVALID KEY
                   PERFORM 250-ACCEPT-HOLD-TYPE
                   PERFORM 500-FIND-ACTIVE-HOLD
                   IF WS-Active-Found = "Y"
                       DISPLAY "Active hold already on file: "
                           WS-Student-ID " type " WS-Hold-Type
                   ELSE
                       PERFORM 210-WRITE-HOLD
                   END-IF
           END-READ.

       210-WRITE-HOLD.
           MOVE SPACES TO WS-Reason
           PERFORM UNTIL WS-Reason NOT = SPACES
               DISPLAY "Enter hold reason: " WITH NO ADVANCING
               ACCEPT WS-Reason
           END-PERFORM
           MOVE WS-Student-ID TO HD-STUDENT-ID
           MOVE WS-Hold-Type TO HD-HOLD-TYPE
           MOVE FUNCTION CURRENT-DATE (1:8) TO HD-PLACED-DATE
           MOVE WS-Reason TO HD-REASON
           MOVE SPACES TO HD-RELEASED-DATE
           MOVE "M" TO HD-SOURCE
           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "Hold of this type already placed today: "
                       WS-Student-ID " type " WS-Hold-Type
               NOT INVALID KEY
                   DISPLAY "Hold placed: " WS-Student-ID
                       " type " WS-Hold-Type
                   MOVE SPACES TO WS-Audit-Result
                   STRING "HOLD PLACED " WS-Reason
                       DELIMITED BY SIZE INTO WS-Audit-Result
                   PERFORM 700-WRITE-AUDIT
           END-WRITE.

       250-ACCEPT-HOLD-TYPE.
           MOVE SPACES TO WS-Hold-Type
           PERFORM UNTIL WS-Hold-Type = "F" OR WS-Hold-Type = "A"
               OR WS-Hold-Type = "R"
               DISPLAY "Enter hold type (F=financial A=academic "
                   "R=registrar): " WITH NO ADVANCING
               ACCEPT WS-Hold-Type
           END-PERFORM.

       300-RELEASE-HOLD.
           DISPLAY "Enter student ID: " WITH NO ADVANCING
           ACCEPT WS-Student-ID
           PERFORM 250-ACCEPT-HOLD-TYPE
           PERFORM 500-FIND-ACTIVE-HOLD
           IF WS-Active-Found = "N"
               DISPLAY "No active hold: " WS-Student-ID
                   " type " WS-Hold-Type
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO HD-RELEASED-DATE
               REWRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "Unable to release: " WS-Student-ID
                           " type " WS-Hold-Type
                   NOT INVALID KEY
                       DISPLAY "Hold released: " WS-Student-ID
                           " type " WS-Hold-Type
                       MOVE SPACES TO WS-Audit-Result
                       STRING "HOLD RELEASED " HD-REASON
                           DELIMITED BY SIZE INTO WS-Audit-Result
                       PERFORM 700-WRITE-AUDIT
               END-REWRITE
           END-IF.

       400-BROWSE-HOLDS.
           DISPLAY "Enter student ID to browse: " WITH NO ADVANCING
           ACCEPT WS-Student-ID
           MOVE 0 TO WS-Hold-Count
           MOVE "N" TO WS-Browse-Eof
           MOVE WS-Student-ID TO HD-STUDENT-ID
           MOVE SPACES TO HD-HOLD-TYPE
           MOVE SPACES TO HD-PLACED-DATE
           START HOLD-FILE KEY >= HD-HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Browse-Eof
           END-START
           PERFORM UNTIL WS-Browse-Eof = "Y"
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Browse-Eof
                   NOT AT END
                       IF HD-STUDENT-ID NOT = WS-Student-ID
                           MOVE "Y" TO WS-Browse-Eof
                       ELSE
                           ADD 1 TO WS-Hold-Count
                           PERFORM 410-DISPLAY-HOLD
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Holds for " WS-Student-ID ": " WS-Hold-Count.

       410-DISPLAY-HOLD.
           IF HD-RELEASED-DATE = SPACES
               MOVE "ACTIVE" TO WS-Hold-State
           ELSE
               MOVE HD-RELEASED-DATE TO WS-Hold-State
           END-IF
           DISPLAY "  " HD-HOLD-TYPE " " HD-PLACED-DATE " "
               WS-Hold-State " " HD-SOURCE " " HD-REASON.

      *> Leaves the active hold of WS-Hold-Type, if the student has
      *> one, in the record area for a release to rewrite.
       500-FIND-ACTIVE-HOLD.
           MOVE "N" TO WS-Active-Found
           MOVE "N" TO WS-Browse-Eof
           MOVE WS-Student-ID TO HD-STUDENT-ID
           MOVE WS-Hold-Type TO HD-HOLD-TYPE
           MOVE SPACES TO HD-PLACED-DATE
           START HOLD-FILE KEY >= HD-HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Browse-Eof
           END-START
           PERFORM UNTIL WS-Browse-Eof = "Y"
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Browse-Eof
                   NOT AT END
                       IF HD-STUDENT-ID NOT = WS-Student-ID
                           OR HD-HOLD-TYPE NOT = WS-Hold-Type
                           MOVE "Y" TO WS-Browse-Eof
                       ELSE
                           IF HD-RELEASED-DATE = SPACES
                               MOVE "Y" TO WS-Active-Found
                               MOVE "Y" TO WS-Browse-Eof
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       700-WRITE-AUDIT.
           MOVE SPACES TO WS-Audit-Input
           STRING "STUDENT=" WS-Student-ID
               " HOLD=" WS-Hold-Type
               DELIMITED BY SIZE INTO WS-Audit-Input
           OPEN EXTEND AUDIT-LOG
           IF WS-Audit-Status = "05" OR WS-Audit-Status = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO AL-TIMESTAMP
           MOVE "HOLDMNT" TO AL-PROGRAM
           MOVE WS-Audit-Input TO AL-INPUT-FIELDS
           MOVE WS-Audit-Result TO AL-RESULT
           MOVE WS-Operator-ID TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
