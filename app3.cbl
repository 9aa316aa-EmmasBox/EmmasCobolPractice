           SELECT HISTORY-FILE ASSIGN TO "STUDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hist-Status.
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
       FD  STUDENT-MASTER.
           COPY AUDITREC.
       FD  HISTORY-FILE.
           COPY STUDHIST.
       FD  OPERATOR-SECURITY.
           COPY OPERSEC.
       FD  SIGNON-LOG.
           COPY SIGNLOG.
        WORKING-STORAGE SECTION.
          01 StudentName PIC X(30) VALUE "blank".
          01 WS-Student-ID PIC X(9).
          01 WS-Hist-Action PIC X(1).
          01 WS-Before-Image PIC X(61).
          01 WS-After-Image PIC X(61).
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
           IF WS-Authority = "I"
               DISPLAY "APP3: UPDATE AUTHORITY REQUIRED"
               STOP RUN
           END-IF
           PERFORM 100-OPEN-STUDMAS
           DISPLAY "Enter student ID: " WITH NO ADVANCING
           ACCEPT WS-Student-ID
           PERFORM 900-CLOSE-STUDMAS
           STOP RUN.

      *> Every session starts with a sign-on against OPERSEC. Three
      *> bad attempts end the session, and every attempt, good or
      *> bad, goes to SIGNLOG. APP3 only ever writes STUDMAS, so an
      *> inquiry-only operator goes no further than the sign-on.
       050-SIGN-ON.
           OPEN I-O OPERATOR-SECURITY
           IF WS-OperSec-Status NOT = "00"
               DISPLAY "APP3: OPERATOR-SECURITY missing, STATUS="
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
               DISPLAY "APP3: SIGN-ON FAILED, SESSION ENDED"
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
                   DISPLAY "APP3: UNABLE TO RECORD SIGN-ON: "
                       OP-OPERATOR-ID
           END-REWRITE.

       070-WRITE-SIGNON-LOG.
           OPEN EXTEND SIGNON-LOG
           IF WS-SignLog-Status = "05" OR WS-SignLog-Status = "35"
               OPEN OUTPUT SIGNON-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO SG-TIMESTAMP
           MOVE "APP3" TO SG-PROGRAM
           MOVE WS-Operator-ID TO SG-OPERATOR-ID
           IF WS-Signon-Ok = "Y"
               MOVE "S" TO SG-RESULT
           ELSE
               MOVE "F" TO SG-RESULT
           END-IF
           MOVE WS-Signon-Reason TO SG-REASON
           WRITE SIGNON-LOG-RECORD
           CLOSE SIGNON-LOG.

       100-OPEN-STUDMAS.
           OPEN I-O STUDENT-MASTER
           IF WS-StudMas-Status = "35"
           STRING "ID=" WS-Student-ID DELIMITED BY SIZE
               INTO AL-INPUT-FIELDS
           MOVE StudentName TO AL-RESULT
           MOVE WS-Operator-ID TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.

           MOVE WS-Student-ID TO SH-STUDENT-ID
           MOVE WS-Before-Image TO SH-BEFORE-IMAGE
           MOVE WS-After-Image TO SH-AFTER-IMAGE
           MOVE WS-Operator-ID TO SH-OPERATOR-ID
           WRITE STUDENT-HISTORY-RECORD
           CLOSE HISTORY-FILE.

