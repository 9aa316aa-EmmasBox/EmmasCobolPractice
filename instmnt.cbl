       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTMNT.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTRUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-INSTRUCTOR-ID
               FILE STATUS IS WS-Instruc-Status.
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
       FD  INSTRUCTOR-MASTER.
           COPY INSTRUC.
       FD  SECTION-MASTER.
           COPY SECTMAS.
       FD  OPERATOR-SECURITY.
           COPY OPERSEC.
       FD  SIGNON-LOG.
           COPY SIGNLOG.
        WORKING-STORAGE SECTION.
          01 WS-Instruc-Status PIC X(2).
          01 WS-SectMas-Status PIC X(2).
          01 WS-SectMas-Avail PIC X(1) VALUE "N".
          01 WS-Menu-Choice PIC 9 VALUE 0.
          01 WS-Instructor-ID PIC X(6).
          01 WS-Instructor-Name PIC X(30).
          01 WS-Department PIC X(5).
          01 WS-Max-Sections PIC 9(2).
          01 WS-Instructor-Status PIC X(1).
          01 WS-Default-Max-Sections PIC 9(2) VALUE 4.
          01 WS-Sect-Eof PIC X(1) VALUE "N".
          01 WS-Sections-Found PIC 9(5) VALUE 0.
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
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL WS-Menu-Choice = 5
               PERFORM 110-DISPLAY-MENU
               ACCEPT WS-Menu-Choice
               EVALUATE WS-Menu-Choice
                   WHEN 1
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 200-ADD-INSTRUCTOR
                       END-IF
                   WHEN 2
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 300-UPDATE-INSTRUCTOR
                       END-IF
                   WHEN 3
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 400-DELETE-INSTRUCTOR
                       END-IF
                   WHEN 4
                       PERFORM 500-BROWSE-INSTRUCTOR
                   WHEN 5
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
               DISPLAY "INSTMNT: OPERATOR-SECURITY missing, STATUS="
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
               DISPLAY "INSTMNT: SIGN-ON FAILED, SESSION ENDED"
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
                   DISPLAY "INSTMNT: UNABLE TO RECORD SIGN-ON: "
                       OP-OPERATOR-ID
           END-REWRITE.

       070-WRITE-SIGNON-LOG.
           OPEN EXTEND SIGNON-LOG
           IF WS-SignLog-Status = "05" OR WS-SignLog-Status = "35"
               OPEN OUTPUT SIGNON-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO SG-TIMESTAMP
           MOVE "INSTMNT" TO SG-PROGRAM
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

      *> SECTMAS is only read here, to keep an instructor who still
      *> has sections from being deleted; before the first section
      *> is set up there is nothing to check against.
       100-OPEN-FILES.
           OPEN I-O INSTRUCTOR-MASTER
           IF WS-Instruc-Status = "35"
               OPEN OUTPUT INSTRUCTOR-MASTER
               CLOSE INSTRUCTOR-MASTER
               OPEN I-O INSTRUCTOR-MASTER
           END-IF
           OPEN INPUT SECTION-MASTER
           IF WS-SectMas-Status = "00"
               MOVE "Y" TO WS-SectMas-Avail
           END-IF.

       110-DISPLAY-MENU.
           IF WS-Authority NOT = "I"
               DISPLAY "1. Add instructor"
               DISPLAY "2. Update instructor"
               DISPLAY "3. Delete instructor"
           END-IF
           DISPLAY "4. Browse instructor by ID"
           DISPLAY "5. Exit"
           DISPLAY "Select option: " WITH NO ADVANCING.

      *> A new instructor goes on active. A teaching load left at
      *> zero takes the normal load of four sections a term.
       200-ADD-INSTRUCTOR.
           MOVE SPACES TO WS-Instructor-ID
           DISPLAY "Enter instructor ID: " WITH NO ADVANCING
           ACCEPT WS-Instructor-ID
           IF WS-Instructor-ID = SPACES
               DISPLAY "Instructor ID is required."
           ELSE
               MOVE SPACES TO WS-Instructor-Name
               DISPLAY "Enter name: " WITH NO ADVANCING
               ACCEPT WS-Instructor-Name
               DISPLAY "Enter department: " WITH NO ADVANCING
               ACCEPT WS-Department
               DISPLAY "Enter maximum sections per term: "
                   WITH NO ADVANCING
               ACCEPT WS-Max-Sections
               IF WS-Max-Sections = 0
                   MOVE WS-Default-Max-Sections TO WS-Max-Sections
               END-IF
               IF WS-Instructor-Name = SPACES
                   DISPLAY "Instructor name is required."
               ELSE
                   MOVE WS-Instructor-ID TO IN-INSTRUCTOR-ID
                   MOVE WS-Instructor-Name TO IN-INSTRUCTOR-NAME
                   MOVE WS-Department TO IN-DEPARTMENT
                   MOVE WS-Max-Sections TO IN-MAX-SECTIONS
                   MOVE "A" TO IN-STATUS
                   WRITE INSTRUCTOR-RECORD
                       INVALID KEY
                           DISPLAY "Instructor ID already on file: "
                               WS-Instructor-ID
                       NOT INVALID KEY
                           DISPLAY "Added instructor: "
                               WS-Instructor-ID
                   END-WRITE
               END-IF
           END-IF.

      *> Setting an instructor inactive leaves the sections already
      *> assigned alone; SECTMNT only stops new ones being given.
       300-UPDATE-INSTRUCTOR.
           DISPLAY "Enter instructor ID to update: " WITH NO ADVANCING
           ACCEPT WS-Instructor-ID
           MOVE WS-Instructor-ID TO IN-INSTRUCTOR-ID
           READ INSTRUCTOR-MASTER
               INVALID KEY
                   DISPLAY "Instructor ID not found: " WS-Instructor-ID
               NOT INVALID KEY
                   DISPLAY "Current name: " IN-INSTRUCTOR-NAME
                   DISPLAY "Current department/max sections/status: "
                       IN-DEPARTMENT " " IN-MAX-SECTIONS " "
                       IN-STATUS
                   MOVE SPACES TO WS-Instructor-Name
                   DISPLAY "Enter new name (blank keeps): "
                       WITH NO ADVANCING
                   ACCEPT WS-Instructor-Name
                   MOVE SPACES TO WS-Department
                   DISPLAY "Enter new department (blank keeps): "
                       WITH NO ADVANCING
                   ACCEPT WS-Department
                   DISPLAY "Enter new maximum sections (0 keeps): "
                       WITH NO ADVANCING
                   ACCEPT WS-Max-Sections
                   MOVE SPACES TO WS-Instructor-Status
                   DISPLAY "Enter status A/I (blank keeps): "
                       WITH NO ADVANCING
                   ACCEPT WS-Instructor-Status
                   PERFORM 310-APPLY-UPDATE
           END-READ.

       310-APPLY-UPDATE.
           IF WS-Instructor-Status NOT = SPACES
               AND WS-Instructor-Status NOT = "A"
               AND WS-Instructor-Status NOT = "I"
               DISPLAY "Status must be A or I, not updated: "
                   WS-Instructor-ID
           ELSE
               IF WS-Instructor-Name NOT = SPACES
                   MOVE WS-Instructor-Name TO IN-INSTRUCTOR-NAME
               END-IF
               IF WS-Department NOT = SPACES
                   MOVE WS-Department TO IN-DEPARTMENT
               END-IF
               IF WS-Max-Sections > 0
                   MOVE WS-Max-Sections TO IN-MAX-SECTIONS
               END-IF
               IF WS-Instructor-Status NOT = SPACES
                   MOVE WS-Instructor-Status TO IN-STATUS
               END-IF
               REWRITE INSTRUCTOR-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update: " WS-Instructor-ID
                   NOT INVALID KEY
                       DISPLAY "Updated instructor: " WS-Instructor-ID
               END-REWRITE
           END-IF.

      *> An instructor named on any section, past or present, stays
      *> on file so rosters and load reports can still name them;
      *> set the instructor inactive instead.
       400-DELETE-INSTRUCTOR.
           DISPLAY "Enter instructor ID to delete: " WITH NO ADVANCING
           ACCEPT WS-Instructor-ID
           MOVE WS-Instructor-ID TO IN-INSTRUCTOR-ID
           READ INSTRUCTOR-MASTER
               INVALID KEY
                   DISPLAY "Instructor ID not found: " WS-Instructor-ID
               NOT INVALID KEY
                   PERFORM 410-COUNT-SECTIONS
                   IF WS-Sections-Found > 0
                       DISPLAY "Instructor has " WS-Sections-Found
                           " section(s), not deleted: "
                           WS-Instructor-ID
                   ELSE
                       DELETE INSTRUCTOR-MASTER RECORD
                           INVALID KEY
                               DISPLAY "Instructor ID not found: "
                                   WS-Instructor-ID
                           NOT INVALID KEY
                               DISPLAY "Deleted instructor: "
                                   WS-Instructor-ID
                       END-DELETE
                   END-IF
           END-READ.

       410-COUNT-SECTIONS.
           MOVE 0 TO WS-Sections-Found
           MOVE "Y" TO WS-Sect-Eof
           IF WS-SectMas-Avail = "Y"
               MOVE "N" TO WS-Sect-Eof
               MOVE LOW-VALUES TO SC-SECTION-KEY
               START SECTION-MASTER KEY > SC-SECTION-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-Sect-Eof
               END-START
           END-IF
           PERFORM UNTIL WS-Sect-Eof = "Y"
               READ SECTION-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Sect-Eof
                   NOT AT END
                       IF SC-INSTRUCTOR-ID = WS-Instructor-ID
                           ADD 1 TO WS-Sections-Found
                       END-IF
               END-READ
           END-PERFORM.

       500-BROWSE-INSTRUCTOR.
           DISPLAY "Enter instructor ID to browse: " WITH NO ADVANCING
           ACCEPT WS-Instructor-ID
           MOVE WS-Instructor-ID TO IN-INSTRUCTOR-ID
           READ INSTRUCTOR-MASTER
               INVALID KEY
                   DISPLAY "Instructor ID not found: " WS-Instructor-ID
               NOT INVALID KEY
                   PERFORM 410-COUNT-SECTIONS
                   DISPLAY "ID: " IN-INSTRUCTOR-ID
                       " Name: " IN-INSTRUCTOR-NAME
                       " Dept: " IN-DEPARTMENT
                       " Max sections: " IN-MAX-SECTIONS
                       " Status: " IN-STATUS
                       " Sections on file: " WS-Sections-Found
           END-READ.

       900-CLOSE-FILES.
           CLOSE INSTRUCTOR-MASTER
           IF WS-SectMas-Avail = "Y"
               CLOSE SECTION-MASTER
           END-IF.
