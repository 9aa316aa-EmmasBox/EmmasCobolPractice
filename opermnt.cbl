       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-SECURITY ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OperSec-Status.
           SELECT SIGNON-LOG ASSIGN TO "SIGNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SignLog-Status.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SECURITY.
           COPY OPERSEC.
       FD  SIGNON-LOG.
           COPY SIGNLOG.
       FD  AUDIT-LOG.
           COPY AUDITREC.
        WORKING-STORAGE SECTION.
          01 WS-OperSec-Status PIC X(2).
          01 WS-SignLog-Status PIC X(2).
          01 WS-Audit-Status PIC X(2).
          01 WS-Menu-Choice PIC 9 VALUE 0.
          01 WS-Operator-ID PIC X(8).
          01 WS-Password PIC X(8).
          01 WS-Authority PIC X(1).
          01 WS-Signon-Ok PIC X(1) VALUE "N".
          01 WS-Signon-Tries PIC 9(1) VALUE 0.
          01 WS-Signon-Reason PIC X(20).
          01 WS-File-Empty PIC X(1) VALUE "N".
          01 WS-Target-ID PIC X(8).
          01 WS-Target-Name PIC X(30).
          01 WS-Target-Password PIC X(8).
          01 WS-Target-Authority PIC X(1).
          01 WS-Target-Status PIC X(1).
          01 WS-Browse-Eof PIC X(1) VALUE "N".
          01 WS-Oper-Count PIC 9(3) VALUE 0.
          01 WS-Audit-Result PIC X(30).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-OPERSEC
           IF WS-File-Empty = "Y"
               PERFORM 150-ADD-FIRST-SUPERVISOR
           ELSE
               PERFORM 050-SIGN-ON
           END-IF
           IF WS-Authority NOT = "S"
               DISPLAY "OPERMNT: SUPERVISOR AUTHORITY REQUIRED"
               CLOSE OPERATOR-SECURITY
               STOP RUN
           END-IF
           PERFORM UNTIL WS-Menu-Choice = 6
               PERFORM 110-DISPLAY-MENU
               ACCEPT WS-Menu-Choice
               EVALUATE WS-Menu-Choice
                   WHEN 1
                       PERFORM 200-ADD-OPERATOR
                   WHEN 2
                       PERFORM 300-UPDATE-OPERATOR
                   WHEN 3
                       PERFORM 400-REVOKE-OPERATOR
                   WHEN 4
                       PERFORM 450-REINSTATE-OPERATOR
                   WHEN 5
                       PERFORM 500-LIST-OPERATORS
                   WHEN 6
                       DISPLAY "Exiting."
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM
           CLOSE OPERATOR-SECURITY
           STOP RUN.

      *> Every session starts with a sign-on against OPERSEC. Three
      *> bad attempts end the session, and every attempt, good or
      *> bad, goes to SIGNLOG. Only a supervisor gets past it.
       050-SIGN-ON.
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
           IF WS-Signon-Ok NOT = "Y"
               DISPLAY "OPERMNT: SIGN-ON FAILED, SESSION ENDED"
               CLOSE OPERATOR-SECURITY
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
                   DISPLAY "OPERMNT: UNABLE TO RECORD SIGN-ON: "
                       OP-OPERATOR-ID
           END-REWRITE.

       070-WRITE-SIGNON-LOG.
           OPEN EXTEND SIGNON-LOG
           IF WS-SignLog-Status = "05" OR WS-SignLog-Status = "35"
               OPEN OUTPUT SIGNON-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO SG-TIMESTAMP
           MOVE "OPERMNT" TO SG-PROGRAM
           MOVE WS-Operator-ID TO SG-OPERATOR-ID
           IF WS-Signon-Ok = "Y"
               MOVE "S" TO SG-RESULT
           ELSE
               MOVE "F" TO SG-RESULT
           END-IF
           MOVE WS-Signon-Reason TO SG-REASON
           WRITE SIGNON-LOG-RECORD
           CLOSE SIGNON-LOG.

      *> The file is created on first use. An empty file is the only
      *> way in without a sign-on, and then only to set up the first
      *> supervisor.
       100-OPEN-OPERSEC.
           OPEN I-O OPERATOR-SECURITY
           IF WS-OperSec-Status = "35"
               OPEN OUTPUT OPERATOR-SECURITY
               CLOSE OPERATOR-SECURITY
               OPEN I-O OPERATOR-SECURITY
           END-IF
           MOVE LOW-VALUES TO OP-OPERATOR-ID
           START OPERATOR-SECURITY KEY > OP-OPERATOR-ID
               INVALID KEY
                   MOVE "Y" TO WS-File-Empty
           END-START.

       110-DISPLAY-MENU.
           DISPLAY "1. Add operator"
           DISPLAY "2. Update operator"
           DISPLAY "3. Revoke operator"
           DISPLAY "4. Reinstate operator"
           DISPLAY "5. List operators"
           DISPLAY "6. Exit"
           DISPLAY "Select option: " WITH NO ADVANCING.

       150-ADD-FIRST-SUPERVISOR.
           DISPLAY "No operators on file; enter the first supervisor."
           MOVE SPACES TO WS-Target-ID
           PERFORM UNTIL WS-Target-ID NOT = SPACES
               DISPLAY "Enter operator ID: " WITH NO ADVANCING
               ACCEPT WS-Target-ID
           END-PERFORM
           DISPLAY "Enter name: " WITH NO ADVANCING
           ACCEPT WS-Target-Name
           PERFORM 260-ACCEPT-PASSWORD
           MOVE "S" TO WS-Target-Authority
           MOVE WS-Target-ID TO WS-Operator-ID
           PERFORM 210-WRITE-OPERATOR
           IF WS-Audit-Result (1:5) = "ADDED"
               MOVE "S" TO WS-Authority
           END-IF.

       200-ADD-OPERATOR.
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-Target-ID
           ACCEPT WS-Target-ID
           IF WS-Target-ID = SPACES
               DISPLAY "No operator ID entered."
           ELSE
               DISPLAY "Enter name: " WITH NO ADVANCING
               ACCEPT WS-Target-Name
               PERFORM 250-ACCEPT-AUTHORITY
               PERFORM 260-ACCEPT-PASSWORD
               PERFORM 210-WRITE-OPERATOR
           END-IF.

       210-WRITE-OPERATOR.
           MOVE WS-Target-ID TO OP-OPERATOR-ID
           MOVE WS-Target-Password TO OP-PASSWORD
           MOVE WS-Target-Authority TO OP-AUTHORITY
           MOVE WS-Target-Name TO OP-OPERATOR-NAME
           MOVE "A" TO OP-STATUS
           MOVE SPACES TO OP-LAST-SIGNON
           WRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Operator ID already on file: " WS-Target-ID
                   MOVE SPACES TO WS-Audit-Result
               NOT INVALID KEY
                   DISPLAY "Operator added: " WS-Target-ID
                   MOVE SPACES TO WS-Audit-Result
                   STRING "ADDED AUTHORITY=" WS-Target-Authority
                       DELIMITED BY SIZE INTO WS-Audit-Result
                   PERFORM 700-WRITE-AUDIT
           END-WRITE.

       250-ACCEPT-AUTHORITY.
           MOVE SPACES TO WS-Target-Authority
           PERFORM UNTIL WS-Target-Authority = "I"
               OR WS-Target-Authority = "U"
               OR WS-Target-Authority = "S"
               DISPLAY "Enter authority (I=inquiry U=update "
                   "S=supervisor): " WITH NO ADVANCING
               ACCEPT WS-Target-Authority
           END-PERFORM.

       260-ACCEPT-PASSWORD.
           MOVE SPACES TO WS-Target-Password
           PERFORM UNTIL WS-Target-Password NOT = SPACES
               DISPLAY "Enter password: " WITH NO ADVANCING
               ACCEPT WS-Target-Password
           END-PERFORM.

      *> A blank entry keeps the current name or password. A
      *> supervisor cannot lower their own authority, so the file
      *> is never left without one by accident.
       300-UPDATE-OPERATOR.
           DISPLAY "Enter operator ID to update: " WITH NO ADVANCING
           ACCEPT WS-Target-ID
           MOVE WS-Target-ID TO OP-OPERATOR-ID
           READ OPERATOR-SECURITY
               INVALID KEY
                   DISPLAY "Operator ID not found: " WS-Target-ID
               NOT INVALID KEY
                   PERFORM 510-DISPLAY-OPERATOR
                   DISPLAY "Enter new name (blank=keep): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-Target-Name
                   ACCEPT WS-Target-Name
                   IF WS-Target-ID = WS-Operator-ID
                       MOVE OP-AUTHORITY TO WS-Target-Authority
                       DISPLAY "Own authority unchanged."
                   ELSE
                       PERFORM 250-ACCEPT-AUTHORITY
                   END-IF
                   DISPLAY "Enter new password (blank=keep): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-Target-Password
                   ACCEPT WS-Target-Password
                   PERFORM 310-REWRITE-OPERATOR
           END-READ.

       310-REWRITE-OPERATOR.
           IF WS-Target-Name NOT = SPACES
               MOVE WS-Target-Name TO OP-OPERATOR-NAME
           END-IF
           IF WS-Target-Password NOT = SPACES
               MOVE WS-Target-Password TO OP-PASSWORD
           END-IF
           MOVE WS-Target-Authority TO OP-AUTHORITY
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Unable to update: " WS-Target-ID
               NOT INVALID KEY
                   DISPLAY "Operator updated: " WS-Target-ID
                   MOVE SPACES TO WS-Audit-Result
                   IF WS-Target-Password = SPACES
                       STRING "UPDATED AUTHORITY=" WS-Target-Authority
                           DELIMITED BY SIZE INTO WS-Audit-Result
                   ELSE
                       STRING "UPDATED AUTHORITY=" WS-Target-Authority
                           " NEW PASSWORD"
                           DELIMITED BY SIZE INTO WS-Audit-Result
                   END-IF
                   PERFORM 700-WRITE-AUDIT
           END-REWRITE.

      *> Operators are revoked, never deleted, so an ID on an old
      *> AUDITLOG or STUDHIST record still leads back to a name.
       400-REVOKE-OPERATOR.
           DISPLAY "Enter operator ID to revoke: " WITH NO ADVANCING
           ACCEPT WS-Target-ID
           IF WS-Target-ID = WS-Operator-ID
               DISPLAY "You cannot revoke your own sign-on."
           ELSE
               MOVE "R" TO WS-Target-Status
               PERFORM 410-SET-STATUS
           END-IF.

       410-SET-STATUS.
           MOVE WS-Target-ID TO OP-OPERATOR-ID
           READ OPERATOR-SECURITY
               INVALID KEY
                   DISPLAY "Operator ID not found: " WS-Target-ID
               NOT INVALID KEY
                   IF OP-STATUS = WS-Target-Status
                       DISPLAY "Operator already in that status: "
                           WS-Target-ID
                   ELSE
                       MOVE WS-Target-Status TO OP-STATUS
                       PERFORM 420-REWRITE-STATUS
                   END-IF
           END-READ.

       420-REWRITE-STATUS.
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Unable to update: " WS-Target-ID
               NOT INVALID KEY
                   MOVE SPACES TO WS-Audit-Result
                   IF OP-STATUS = "R"
                       DISPLAY "Operator revoked: " WS-Target-ID
                       MOVE "REVOKED" TO WS-Audit-Result
                   ELSE
                       DISPLAY "Operator reinstated: " WS-Target-ID
                       MOVE "REINSTATED" TO WS-Audit-Result
                   END-IF
                   PERFORM 700-WRITE-AUDIT
           END-REWRITE.

       450-REINSTATE-OPERATOR.
           DISPLAY "Enter operator ID to reinstate: " WITH NO ADVANCING
           ACCEPT WS-Target-ID
           MOVE "A" TO WS-Target-Status
           PERFORM 410-SET-STATUS.

      *> Passwords are never shown.
       500-LIST-OPERATORS.
           MOVE 0 TO WS-Oper-Count
           MOVE "N" TO WS-Browse-Eof
           MOVE LOW-VALUES TO OP-OPERATOR-ID
           START OPERATOR-SECURITY KEY > OP-OPERATOR-ID
               INVALID KEY
                   MOVE "Y" TO WS-Browse-Eof
           END-START
           PERFORM UNTIL WS-Browse-Eof = "Y"
               READ OPERATOR-SECURITY NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Browse-Eof
                   NOT AT END
                       ADD 1 TO WS-Oper-Count
                       PERFORM 510-DISPLAY-OPERATOR
               END-READ
           END-PERFORM
           DISPLAY "Operators on file: " WS-Oper-Count.

       510-DISPLAY-OPERATOR.
           DISPLAY "  " OP-OPERATOR-ID " " OP-OPERATOR-NAME
               " AUTH=" OP-AUTHORITY " STATUS=" OP-STATUS
               " LAST SIGN-ON=" OP-LAST-SIGNON.

       700-WRITE-AUDIT.
           OPEN EXTEND AUDIT-LOG
           IF WS-Audit-Status = "05" OR WS-Audit-Status = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO AL-TIMESTAMP
           MOVE "OPERMNT" TO AL-PROGRAM
           MOVE SPACES TO AL-INPUT-FIELDS
           STRING "OPERATOR=" WS-Target-ID
               DELIMITED BY SIZE INTO AL-INPUT-FIELDS
           MOVE WS-Audit-Result TO AL-RESULT
           MOVE WS-Operator-ID TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
