       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTCONV.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ENROLL ASSIGN TO "CRSEOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OE-ENROLL-KEY
               FILE STATUS IS WS-OldEnrl-Status.
           SELECT COURSE-ENROLL ASSIGN TO "CRSENRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CE-ENROLL-KEY
               FILE STATUS IS WS-Enroll-Status.
           SELECT OLD-WAIT ASSIGN TO "WAITOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OW-WAIT-KEY
               FILE STATUS IS WS-OldWait-Status.
           SELECT WAIT-LIST ASSIGN TO "CRSWAIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WL-WAIT-KEY
               FILE STATUS IS WS-Wait-Status.
           SELECT COURSE-MASTER ASSIGN TO "COURSMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-ID
               FILE STATUS IS WS-CrsMas-Status.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SECTION-KEY
               FILE STATUS IS WS-SectMas-Status.
       DATA DIVISION.
       FILE SECTION.
      *> One-time reload: OLD-ENROLL and OLD-WAIT are the pre-section
      *> COURSE-ENROLL and WAIT-LIST, renamed aside before this
      *> program runs. Their layouts are fixed here rather than
      *> copied so the CRSENRL and CRSWAIT copybooks can carry the
      *> section-bearing records only. Every reloaded seat and
      *> waitlist entry is placed in section 001 of its own term,
      *> and SECTMAS is built to match: section 001 of every course
      *> for the term keyed at the start of the run, plus section
      *> 001 of any other term an enrollment or waitlist entry
      *> belongs to. The sections are loaded with the course's
      *> standard capacity, no instructor and the meeting time to
      *> be arranged, for SECTMNT to fill in.
       FD  OLD-ENROLL.
       01  OLD-ENROLL-RECORD.
           05  OE-ENROLL-KEY.
               10  OE-COURSE-ID       PIC X(6).
               10  OE-STUDENT-ID      PIC X(9).
           05  OE-ENROLL-DATE         PIC X(8).
           05  OE-TERM                PIC X(5).
       FD  COURSE-ENROLL.
           COPY CRSENRL.
       FD  OLD-WAIT.
       01  OLD-WAIT-RECORD.
           05  OW-WAIT-KEY.
               10  OW-COURSE-ID       PIC X(6).
               10  OW-ARRIVAL-SEQ     PIC 9(5).
           05  OW-STUDENT-ID          PIC X(9).
           05  OW-REQUEST-DATE        PIC X(8).
           05  OW-TERM                PIC X(5).
       FD  WAIT-LIST.
           COPY CRSWAIT.
       FD  COURSE-MASTER.
           COPY COURSMAS.
       FD  SECTION-MASTER.
           COPY SECTMAS.
        WORKING-STORAGE SECTION.
          01 WS-OldEnrl-Status PIC X(2).
          01 WS-Enroll-Status PIC X(2).
          01 WS-OldWait-Status PIC X(2).
          01 WS-Wait-Status PIC X(2).
          01 WS-CrsMas-Status PIC X(2).
          01 WS-SectMas-Status PIC X(2).
          01 WS-Eof-Switch PIC X(1) VALUE "N".
          01 WS-Default-Term PIC X(5).
          01 WS-Default-Section PIC X(3) VALUE "001".
          01 WS-Sect-Course PIC X(6).
          01 WS-Sect-Term PIC X(5).
          01 WS-Sect-Found PIC X(1) VALUE "N".
          01 WS-Enrl-In-Count PIC 9(5) VALUE 0.
          01 WS-Enrl-Out-Count PIC 9(5) VALUE 0.
          01 WS-Wait-In-Count PIC 9(5) VALUE 0.
          01 WS-Wait-Out-Count PIC 9(5) VALUE 0.
          01 WS-Sect-Created-Count PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-ACCEPT-DEFAULT-TERM
           PERFORM 060-OPEN-MASTERS
           PERFORM 070-BUILD-TERM-SECTIONS
           PERFORM 100-CONVERT-ENROLLMENTS
           PERFORM 300-CONVERT-WAITLIST
           CLOSE COURSE-MASTER
           CLOSE SECTION-MASTER
           DISPLAY "SECTCONV: SECTIONS CREATED " WS-Sect-Created-Count
           DISPLAY "SECTCONV: ENROLLMENTS READ " WS-Enrl-In-Count
               " LOADED " WS-Enrl-Out-Count
           DISPLAY "SECTCONV: WAITLIST READ " WS-Wait-In-Count
               " LOADED " WS-Wait-Out-Count
           IF WS-Enrl-In-Count NOT = WS-Enrl-Out-Count
               OR WS-Wait-In-Count NOT = WS-Wait-Out-Count
               DISPLAY "SECTCONV: COUNTS DO NOT BALANCE, REVIEW RUN"
           END-IF
           STOP RUN.

       050-ACCEPT-DEFAULT-TERM.
           MOVE SPACES TO WS-Default-Term
           PERFORM UNTIL WS-Default-Term NOT = SPACES
               DISPLAY "Enter term to offer every course in "
                   "(e.g. 2026F): " WITH NO ADVANCING
               ACCEPT WS-Default-Term
           END-PERFORM.

       060-OPEN-MASTERS.
           OPEN INPUT COURSE-MASTER
           IF WS-CrsMas-Status NOT = "00"
               DISPLAY "SECTCONV: COURSE-MASTER missing, STATUS="
                   WS-CrsMas-Status
               STOP RUN
           END-IF
           OPEN OUTPUT SECTION-MASTER
           IF WS-SectMas-Status NOT = "00"
               DISPLAY "SECTCONV: cannot create sections, STATUS="
                   WS-SectMas-Status
               CLOSE COURSE-MASTER
               STOP RUN
           END-IF
           CLOSE SECTION-MASTER
           OPEN I-O SECTION-MASTER.

       070-BUILD-TERM-SECTIONS.
           MOVE "N" TO WS-Eof-Switch
           MOVE LOW-VALUES TO CM-COURSE-ID
           START COURSE-MASTER KEY > CM-COURSE-ID
               INVALID KEY
                   MOVE "Y" TO WS-Eof-Switch
           END-START
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ COURSE-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       MOVE CM-COURSE-ID TO WS-Sect-Course
                       MOVE WS-Default-Term TO WS-Sect-Term
                       PERFORM 080-FIND-OR-CREATE-SECTION
               END-READ
           END-PERFORM.

      *> Leaves the section record for WS-Sect-Course and
      *> WS-Sect-Term in the record area, creating it first if it is
      *> not on file.
       080-FIND-OR-CREATE-SECTION.
           MOVE "Y" TO WS-Sect-Found
           MOVE WS-Sect-Course TO SC-COURSE-ID
           MOVE WS-Sect-Term TO SC-TERM
           MOVE WS-Default-Section TO SC-SECTION-NO
           READ SECTION-MASTER
               INVALID KEY
                   MOVE "N" TO WS-Sect-Found
           END-READ
           IF WS-Sect-Found = "N"
               PERFORM 090-CREATE-SECTION
           END-IF.

       090-CREATE-SECTION.
           MOVE WS-Sect-Course TO CM-COURSE-ID
           READ COURSE-MASTER
               INVALID KEY
                   DISPLAY "SECTCONV: COURSE NOT ON MASTER, SECTION "
                       "CAPACITY SET FROM SEATS: " WS-Sect-Course
                   MOVE 0 TO CM-CAPACITY
           END-READ
           MOVE WS-Sect-Course TO SC-COURSE-ID
           MOVE WS-Sect-Term TO SC-TERM
           MOVE WS-Default-Section TO SC-SECTION-NO
           MOVE SPACES TO SC-DAYS
           MOVE 0 TO SC-START-TIME
           MOVE 0 TO SC-END-TIME
           MOVE SPACES TO SC-ROOM
           MOVE SPACES TO SC-INSTRUCTOR-ID
           MOVE CM-CAPACITY TO SC-CAPACITY
           MOVE 0 TO SC-ENROLLED-COUNT
           WRITE SECTION-RECORD
               INVALID KEY
                   DISPLAY "SECTCONV: UNABLE TO CREATE SECTION: "
                       WS-Sect-Course " " WS-Sect-Term
               NOT INVALID KEY
                   ADD 1 TO WS-Sect-Created-Count
           END-WRITE.

       100-CONVERT-ENROLLMENTS.
           OPEN INPUT OLD-ENROLL
           IF WS-OldEnrl-Status NOT = "00"
               DISPLAY "SECTCONV: OLD ENROLLMENTS missing, STATUS="
                   WS-OldEnrl-Status
               CLOSE COURSE-MASTER
               CLOSE SECTION-MASTER
               STOP RUN
           END-IF
           OPEN OUTPUT COURSE-ENROLL
           IF WS-Enroll-Status NOT = "00"
               DISPLAY "SECTCONV: cannot create enrollments, STATUS="
                   WS-Enroll-Status
               CLOSE OLD-ENROLL
               CLOSE COURSE-MASTER
               CLOSE SECTION-MASTER
               STOP RUN
           END-IF
           MOVE "N" TO WS-Eof-Switch
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ OLD-ENROLL NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       ADD 1 TO WS-Enrl-In-Count
                       PERFORM 200-CONVERT-ENROLL-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-ENROLL
           CLOSE COURSE-ENROLL.

       200-CONVERT-ENROLL-RECORD.
           MOVE OE-COURSE-ID TO CE-COURSE-ID
           MOVE OE-STUDENT-ID TO CE-STUDENT-ID
           MOVE OE-ENROLL-DATE TO CE-ENROLL-DATE
           MOVE OE-TERM TO CE-TERM
           MOVE WS-Default-Section TO CE-SECTION
           WRITE COURSE-ENROLL-RECORD
               INVALID KEY
                   DISPLAY "SECTCONV: DUPLICATE ENROLLMENT SKIPPED: "
                       OE-COURSE-ID " " OE-STUDENT-ID
               NOT INVALID KEY
                   ADD 1 TO WS-Enrl-Out-Count
                   PERFORM 210-COUNT-SECTION-SEAT
           END-WRITE.

      *> The section's seat count is built up from the seats loaded
      *> into it. A course that was already over its capacity keeps
      *> every seat, and the section's capacity is raised to match.
       210-COUNT-SECTION-SEAT.
           MOVE OE-COURSE-ID TO WS-Sect-Course
           MOVE OE-TERM TO WS-Sect-Term
           PERFORM 080-FIND-OR-CREATE-SECTION
           ADD 1 TO SC-ENROLLED-COUNT
           IF SC-ENROLLED-COUNT > SC-CAPACITY
               MOVE SC-ENROLLED-COUNT TO SC-CAPACITY
           END-IF
           REWRITE SECTION-RECORD
               INVALID KEY
                   DISPLAY "SECTCONV: SEAT NOT COUNTED: "
                       OE-COURSE-ID " " OE-TERM
           END-REWRITE.

       300-CONVERT-WAITLIST.
           OPEN INPUT OLD-WAIT
           IF WS-OldWait-Status NOT = "00"
               DISPLAY "SECTCONV: OLD WAITLIST missing, STATUS="
                   WS-OldWait-Status
               CLOSE COURSE-MASTER
               CLOSE SECTION-MASTER
               STOP RUN
           END-IF
           OPEN OUTPUT WAIT-LIST
           IF WS-Wait-Status NOT = "00"
               DISPLAY "SECTCONV: cannot create waitlist, STATUS="
                   WS-Wait-Status
               CLOSE OLD-WAIT
               CLOSE COURSE-MASTER
               CLOSE SECTION-MASTER
               STOP RUN
           END-IF
           MOVE "N" TO WS-Eof-Switch
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ OLD-WAIT NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       ADD 1 TO WS-Wait-In-Count
                       PERFORM 400-CONVERT-WAIT-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-WAIT
           CLOSE WAIT-LIST.

       400-CONVERT-WAIT-RECORD.
           MOVE OW-COURSE-ID TO WL-COURSE-ID
           MOVE OW-ARRIVAL-SEQ TO WL-ARRIVAL-SEQ
           MOVE OW-STUDENT-ID TO WL-STUDENT-ID
           MOVE OW-REQUEST-DATE TO WL-REQUEST-DATE
           MOVE OW-TERM TO WL-TERM
           MOVE WS-Default-Section TO WL-SECTION
           WRITE WAIT-LIST-RECORD
               INVALID KEY
                   DISPLAY "SECTCONV: DUPLICATE WAITLIST SKIPPED: "
                       OW-COURSE-ID " " OW-ARRIVAL-SEQ
               NOT INVALID KEY
                   ADD 1 TO WS-Wait-Out-Count
                   MOVE OW-COURSE-ID TO WS-Sect-Course
                   MOVE OW-TERM TO WS-Sect-Term
                   PERFORM 080-FIND-OR-CREATE-SECTION
           END-WRITE.
