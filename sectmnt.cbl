       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTMNT.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SECTION-KEY
               FILE STATUS IS WS-SectMas-Status.
           SELECT COURSE-MASTER ASSIGN TO "COURSMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-ID
               FILE STATUS IS WS-CrsMas-Status.
           SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTRUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-INSTRUCTOR-ID
               FILE STATUS IS WS-Instruc-Status.
           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM
               FILE STATUS IS WS-TermCal-Status.
           SELECT WAIT-LIST ASSIGN TO "CRSWAIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-WAIT-KEY
               FILE STATUS IS WS-Wait-Status.
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
       FD  SECTION-MASTER.
           COPY SECTMAS.
       FD  COURSE-MASTER.
           COPY COURSMAS.
       FD  INSTRUCTOR-MASTER.
           COPY INSTRUC.
       FD  TERM-CALENDAR.
           COPY TERMCAL.
       FD  WAIT-LIST.
           COPY CRSWAIT.
       FD  OPERATOR-SECURITY.
           COPY OPERSEC.
       FD  SIGNON-LOG.
           COPY SIGNLOG.
        WORKING-STORAGE SECTION.
          01 WS-SectMas-Status PIC X(2).
          01 WS-CrsMas-Status PIC X(2).
          01 WS-Instruc-Status PIC X(2).
          01 WS-TermCal-Status PIC X(2).
          01 WS-Wait-Status PIC X(2).
          01 WS-Wait-Avail PIC X(1) VALUE "N".
          01 WS-Menu-Choice PIC 9 VALUE 0.
          01 WS-Course-ID PIC X(6).
          01 WS-Term PIC X(5).
          01 WS-Section-No PIC X(3).
          01 WS-Days-Entry PIC X(7).
          01 WS-Days PIC X(7).
          01 WS-Days-Bad PIC X(1) VALUE "N".
          01 WS-Day-Sub PIC 9 VALUE 0.
          01 WS-Start-Time PIC 9(4) VALUE 0.
          01 WS-End-Time PIC 9(4) VALUE 0.
          01 WS-Time-Check PIC 9(4) VALUE 0.
          01 WS-Time-HH PIC 9(2) VALUE 0.
          01 WS-Time-MM PIC 9(2) VALUE 0.
          01 WS-Time-Ok PIC X(1) VALUE "Y".
          01 WS-Room PIC X(8).
          01 WS-Instructor-ID PIC X(6).
          01 WS-Old-Instructor PIC X(6).
          01 WS-Capacity PIC 9(3) VALUE 0.
          01 WS-Default-Capacity PIC 9(3) VALUE 0.
          01 WS-Sect-Enrolled PIC 9(3) VALUE 0.
          01 WS-Sect-Valid PIC X(1) VALUE "Y".
          01 WS-Sect-Eof PIC X(1) VALUE "N".
          01 WS-Sect-Count PIC 9(3) VALUE 0.
          01 WS-Clash-Found PIC X(1) VALUE "N".
          01 WS-Clash-Course PIC X(6).
          01 WS-Clash-Section PIC X(3).
          01 WS-Queue-Eof PIC X(1) VALUE "N".
          01 WS-Waiting-Count PIC 9(5) VALUE 0.
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
                           PERFORM 200-ADD-SECTION
                       END-IF
                   WHEN 2
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 300-UPDATE-SECTION
                       END-IF
                   WHEN 3
                       IF WS-Authority = "I"
                           PERFORM 080-REFUSE-OPTION
                       ELSE
                           PERFORM 400-DELETE-SECTION
                       END-IF
                   WHEN 4
                       PERFORM 500-LIST-SECTIONS
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
               DISPLAY "SECTMNT: OPERATOR-SECURITY missing, STATUS="
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
               DISPLAY "SECTMNT: SIGN-ON FAILED, SESSION ENDED"
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
                   DISPLAY "SECTMNT: UNABLE TO RECORD SIGN-ON: "
                       OP-OPERATOR-ID
           END-REWRITE.

       070-WRITE-SIGNON-LOG.
           OPEN EXTEND SIGNON-LOG
           IF WS-SignLog-Status = "05" OR WS-SignLog-Status = "35"
               OPEN OUTPUT SIGNON-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO SG-TIMESTAMP
           MOVE "SECTMNT" TO SG-PROGRAM
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

      *> The course, instructor and term files are needed to check
      *> every section entered, so the session cannot run without
      *> them. CRSWAIT is only read on a delete, and may not exist
      *> yet.
       100-OPEN-FILES.
           OPEN I-O SECTION-MASTER
           IF WS-SectMas-Status = "35"
               OPEN OUTPUT SECTION-MASTER
               CLOSE SECTION-MASTER
               OPEN I-O SECTION-MASTER
           END-IF
           OPEN INPUT COURSE-MASTER
           IF WS-CrsMas-Status NOT = "00"
               DISPLAY "SECTMNT: COURSE-MASTER missing, STATUS="
                   WS-CrsMas-Status
               CLOSE SECTION-MASTER
               STOP RUN
           END-IF
           OPEN INPUT INSTRUCTOR-MASTER
           IF WS-Instruc-Status NOT = "00"
               DISPLAY "SECTMNT: INSTRUCTOR-MASTER missing, STATUS="
                   WS-Instruc-Status
               CLOSE SECTION-MASTER
               CLOSE COURSE-MASTER
               STOP RUN
           END-IF
           OPEN INPUT TERM-CALENDAR
           IF WS-TermCal-Status NOT = "00"
               DISPLAY "SECTMNT: TERM-CALENDAR missing, STATUS="
                   WS-TermCal-Status
               CLOSE SECTION-MASTER
               CLOSE COURSE-MASTER
               CLOSE INSTRUCTOR-MASTER
               STOP RUN
           END-IF
           OPEN INPUT WAIT-LIST
           IF WS-Wait-Status = "00"
               MOVE "Y" TO WS-Wait-Avail
           END-IF.

       110-DISPLAY-MENU.
           IF WS-Authority NOT = "I"
               DISPLAY "1. Add section"
               DISPLAY "2. Update section"
               DISPLAY "3. Delete section"
           END-IF
           DISPLAY "4. List sections of a course for a term"
           DISPLAY "5. Exit"
           DISPLAY "Select option: " WITH NO ADVANCING.

      *> A section is added only for a course on COURSMAS and a term
      *> on the calendar that is not closed. A capacity left at zero
      *> takes the course's standard section size.
       200-ADD-SECTION.
           MOVE "Y" TO WS-Sect-Valid
           PERFORM 210-ACCEPT-NEW-KEY
           IF WS-Sect-Valid = "Y"
               MOVE SPACES TO WS-Old-Instructor
               MOVE 0 TO WS-Sect-Enrolled
               MOVE CM-CAPACITY TO WS-Default-Capacity
               PERFORM 250-ACCEPT-DETAILS
               PERFORM 260-VALIDATE-DETAILS
           END-IF
           IF WS-Sect-Valid = "Y"
               PERFORM 280-BUILD-RECORD
               WRITE SECTION-RECORD
                   INVALID KEY
                       DISPLAY "Section already on file: "
                           WS-Course-ID " " WS-Term " " WS-Section-No
                   NOT INVALID KEY
                       DISPLAY "Added section: " WS-Course-ID " "
                           WS-Term " " WS-Section-No
               END-WRITE
           END-IF.

       210-ACCEPT-NEW-KEY.
           DISPLAY "Enter course ID: " WITH NO ADVANCING
           ACCEPT WS-Course-ID
           MOVE WS-Course-ID TO CM-COURSE-ID
           READ COURSE-MASTER
               INVALID KEY
                   DISPLAY "Course ID not found: " WS-Course-ID
                   MOVE "N" TO WS-Sect-Valid
           END-READ
           IF WS-Sect-Valid = "Y"
               DISPLAY "Enter term: " WITH NO ADVANCING
               ACCEPT WS-Term
               MOVE WS-Term TO TC-TERM
               READ TERM-CALENDAR
                   INVALID KEY
                       DISPLAY "Term not on calendar: " WS-Term
                       MOVE "N" TO WS-Sect-Valid
                   NOT INVALID KEY
                       IF TC-STATUS = "C"
                           DISPLAY "Term is closed: " WS-Term
                           MOVE "N" TO WS-Sect-Valid
                       END-IF
               END-READ
           END-IF
           IF WS-Sect-Valid = "Y"
               MOVE SPACES TO WS-Section-No
               DISPLAY "Enter section number: " WITH NO ADVANCING
               ACCEPT WS-Section-No
               IF WS-Section-No = SPACES
                   DISPLAY "Section number is required."
                   MOVE "N" TO WS-Sect-Valid
               END-IF
           END-IF.

       220-ACCEPT-EXISTING-KEY.
           DISPLAY "Enter course ID: " WITH NO ADVANCING
           ACCEPT WS-Course-ID
           DISPLAY "Enter term: " WITH NO ADVANCING
           ACCEPT WS-Term
           DISPLAY "Enter section number: " WITH NO ADVANCING
           ACCEPT WS-Section-No
           MOVE WS-Course-ID TO SC-COURSE-ID
           MOVE WS-Term TO SC-TERM
           MOVE WS-Section-No TO SC-SECTION-NO
           READ SECTION-MASTER
               INVALID KEY
                   DISPLAY "Section not found: " WS-Course-ID " "
                       WS-Term " " WS-Section-No
                   MOVE "N" TO WS-Sect-Valid
           END-READ.

       250-ACCEPT-DETAILS.
           MOVE SPACES TO WS-Days-Entry
           DISPLAY "Enter meeting days (e.g. MWF, blank if TBA): "
               WITH NO ADVANCING
           ACCEPT WS-Days-Entry
           DISPLAY "Enter start time HHMM (0 if TBA): "
               WITH NO ADVANCING
           ACCEPT WS-Start-Time
           DISPLAY "Enter end time HHMM (0 if TBA): "
               WITH NO ADVANCING
           ACCEPT WS-End-Time
           MOVE SPACES TO WS-Room
           DISPLAY "Enter room: " WITH NO ADVANCING
           ACCEPT WS-Room
           MOVE SPACES TO WS-Instructor-ID
           DISPLAY "Enter instructor ID (blank if not yet named): "
               WITH NO ADVANCING
           ACCEPT WS-Instructor-ID
           DISPLAY "Enter capacity (0 for " WS-Default-Capacity "): "
               WITH NO ADVANCING
           ACCEPT WS-Capacity
           IF WS-Capacity = 0
               MOVE WS-Default-Capacity TO WS-Capacity
           END-IF.

      *> Checks run in order and stop at the first failure, so the
      *> operator sees one reason at a time.
       260-VALIDATE-DETAILS.
           PERFORM 262-CONVERT-DAYS
           IF WS-Sect-Valid = "Y"
               PERFORM 264-CHECK-TIMES
           END-IF
           IF WS-Sect-Valid = "Y"
               PERFORM 266-CHECK-INSTRUCTOR
           END-IF
           IF WS-Sect-Valid = "Y"
               IF WS-Capacity < WS-Sect-Enrolled
                   DISPLAY "Capacity is below the " WS-Sect-Enrolled
                       " seats already taken."
                   MOVE "N" TO WS-Sect-Valid
               END-IF
           END-IF
           IF WS-Sect-Valid = "Y"
               PERFORM 270-CHECK-INSTRUCTOR-CLASH
           END-IF.

      *> Days are keyed the way the timetable prints them, MWF or
      *> TR, in any order, and stored one position per weekday.
       262-CONVERT-DAYS.
           MOVE SPACES TO WS-Days
           MOVE "N" TO WS-Days-Bad
           INSPECT WS-Days-Entry CONVERTING "mtwrfsu" TO "MTWRFSU"
           PERFORM VARYING WS-Day-Sub FROM 1 BY 1
               UNTIL WS-Day-Sub > 7
               EVALUATE WS-Days-Entry (WS-Day-Sub:1)
                   WHEN SPACE
                       CONTINUE
                   WHEN "M"
                       MOVE "M" TO WS-Days (1:1)
                   WHEN "T"
                       MOVE "T" TO WS-Days (2:1)
                   WHEN "W"
                       MOVE "W" TO WS-Days (3:1)
                   WHEN "R"
                       MOVE "R" TO WS-Days (4:1)
                   WHEN "F"
                       MOVE "F" TO WS-Days (5:1)
                   WHEN "S"
                       MOVE "S" TO WS-Days (6:1)
                   WHEN "U"
                       MOVE "U" TO WS-Days (7:1)
                   WHEN OTHER
                       MOVE "Y" TO WS-Days-Bad
               END-EVALUATE
           END-PERFORM
           IF WS-Days-Bad = "Y"
               DISPLAY "Meeting days must be from M T W R F S U: "
                   WS-Days-Entry
               MOVE "N" TO WS-Sect-Valid
           END-IF.

      *> Zero start and end mean the time is still to be arranged.
      *> A real meeting time needs valid HHMM values, a start before
      *> the end, and at least one meeting day.
       264-CHECK-TIMES.
           IF WS-Start-Time = 0 AND WS-End-Time = 0
               CONTINUE
           ELSE
               MOVE WS-Start-Time TO WS-Time-Check
               PERFORM 265-CHECK-HHMM
               IF WS-Time-Ok = "N"
                   DISPLAY "Start time is not a valid HHMM: "
                       WS-Start-Time
                   MOVE "N" TO WS-Sect-Valid
               END-IF
               MOVE WS-End-Time TO WS-Time-Check
               PERFORM 265-CHECK-HHMM
               IF WS-Time-Ok = "N"
                   DISPLAY "End time is not a valid HHMM: "
                       WS-End-Time
                   MOVE "N" TO WS-Sect-Valid
               END-IF
               IF WS-Sect-Valid = "Y"
                   AND WS-Start-Time NOT < WS-End-Time
                   DISPLAY "Start time must be before end time."
                   MOVE "N" TO WS-Sect-Valid
               END-IF
               IF WS-Sect-Valid = "Y" AND WS-Days = SPACES
                   DISPLAY "Meeting days are required with a time."
                   MOVE "N" TO WS-Sect-Valid
               END-IF
           END-IF.

       265-CHECK-HHMM.
           MOVE "Y" TO WS-Time-Ok
           COMPUTE WS-Time-HH = WS-Time-Check / 100
           COMPUTE WS-Time-MM = WS-Time-Check - (WS-Time-HH * 100)
           IF WS-Time-HH > 23 OR WS-Time-MM > 59
               MOVE "N" TO WS-Time-Ok
           END-IF.

      *> An inactive instructor cannot be given a section, but a
      *> section already taught by one can still be updated without
      *> changing its instructor. A blank instructor is one still to
      *> be named, as on the sections SECTCONV loads.
       266-CHECK-INSTRUCTOR.
           IF WS-Instructor-ID NOT = SPACES
               MOVE WS-Instructor-ID TO IN-INSTRUCTOR-ID
               READ INSTRUCTOR-MASTER
                   INVALID KEY
                       DISPLAY "Instructor not on file: "
                           WS-Instructor-ID
                       MOVE "N" TO WS-Sect-Valid
                   NOT INVALID KEY
                       IF IN-STATUS NOT = "A"
                           AND WS-Instructor-ID NOT = WS-Old-Instructor
                           DISPLAY "Instructor is inactive: "
                               WS-Instructor-ID
                           MOVE "N" TO WS-Sect-Valid
                       END-IF
               END-READ
           END-IF.

      *> An instructor cannot be put in two rooms at once. SECTMAS is
      *> keyed by course first, so the instructor's other sections
      *> that term are found by a sweep of the whole file, leaving
      *> out the section being entered. Students already seated in
      *> a section whose time is changed are not re-checked.
      *> Sections with no instructor named yet never clash.
       270-CHECK-INSTRUCTOR-CLASH.
           MOVE "N" TO WS-Clash-Found
           MOVE "N" TO WS-Sect-Eof
           IF (WS-Start-Time = 0 AND WS-End-Time = 0)
               OR WS-Instructor-ID = SPACES
               MOVE "Y" TO WS-Sect-Eof
           ELSE
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
                       IF SC-TERM = WS-Term
                           AND SC-INSTRUCTOR-ID = WS-Instructor-ID
                           AND (SC-COURSE-ID NOT = WS-Course-ID
                               OR SC-SECTION-NO NOT = WS-Section-No)
                           PERFORM 275-CHECK-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Clash-Found = "Y"
               DISPLAY "Instructor already teaches " WS-Clash-Course
                   " section " WS-Clash-Section " at that time."
               MOVE "N" TO WS-Sect-Valid
           END-IF.

       275-CHECK-ONE-SECTION.
           IF SC-START-TIME < WS-End-Time
               AND WS-Start-Time < SC-END-TIME
               PERFORM VARYING WS-Day-Sub FROM 1 BY 1
                   UNTIL WS-Day-Sub > 7 OR WS-Clash-Found = "Y"
                   IF WS-Days (WS-Day-Sub:1) NOT = SPACE
                       AND SC-DAYS (WS-Day-Sub:1) NOT = SPACE
                       MOVE "Y" TO WS-Clash-Found
                   END-IF
               END-PERFORM
           END-IF
           IF WS-Clash-Found = "Y"
               MOVE SC-COURSE-ID TO WS-Clash-Course
               MOVE SC-SECTION-NO TO WS-Clash-Section
               MOVE "Y" TO WS-Sect-Eof
           END-IF.

      *> The record is built from the saved entries, since the clash
      *> sweep has read other sections into the record area.
       280-BUILD-RECORD.
           MOVE WS-Course-ID TO SC-COURSE-ID
           MOVE WS-Term TO SC-TERM
           MOVE WS-Section-No TO SC-SECTION-NO
           MOVE WS-Days TO SC-DAYS
           MOVE WS-Start-Time TO SC-START-TIME
           MOVE WS-End-Time TO SC-END-TIME
           MOVE WS-Room TO SC-ROOM
           MOVE WS-Instructor-ID TO SC-INSTRUCTOR-ID
           MOVE WS-Capacity TO SC-CAPACITY
           MOVE WS-Sect-Enrolled TO SC-ENROLLED-COUNT.

      *> Every detail is keyed again on an update; a capacity left at
      *> zero keeps the current one. The seat count is CRSENROL's
      *> and is carried over untouched.
       300-UPDATE-SECTION.
           MOVE "Y" TO WS-Sect-Valid
           PERFORM 220-ACCEPT-EXISTING-KEY
           IF WS-Sect-Valid = "Y"
               DISPLAY "Current days/time: " SC-DAYS " "
                   SC-START-TIME "-" SC-END-TIME
               DISPLAY "Current room/instructor: " SC-ROOM " "
                   SC-INSTRUCTOR-ID
               DISPLAY "Current capacity/enrolled: " SC-CAPACITY " "
                   SC-ENROLLED-COUNT
               MOVE SC-INSTRUCTOR-ID TO WS-Old-Instructor
               MOVE SC-ENROLLED-COUNT TO WS-Sect-Enrolled
               MOVE SC-CAPACITY TO WS-Default-Capacity
               PERFORM 250-ACCEPT-DETAILS
               PERFORM 260-VALIDATE-DETAILS
           END-IF
           IF WS-Sect-Valid = "Y"
               PERFORM 280-BUILD-RECORD
               REWRITE SECTION-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update: " WS-Course-ID " "
                           WS-Term " " WS-Section-No
                   NOT INVALID KEY
                       DISPLAY "Updated section: " WS-Course-ID " "
                           WS-Term " " WS-Section-No
               END-REWRITE
           END-IF.

      *> A section with students seated or waiting stays on file;
      *> they would otherwise hold a seat in nothing.
       400-DELETE-SECTION.
           MOVE "Y" TO WS-Sect-Valid
           PERFORM 220-ACCEPT-EXISTING-KEY
           IF WS-Sect-Valid = "Y"
               IF SC-ENROLLED-COUNT > 0
                   DISPLAY "Section has enrollments, not deleted: "
                       WS-Course-ID " " WS-Term " " WS-Section-No
               ELSE
                   PERFORM 410-COUNT-WAITING
                   IF WS-Waiting-Count > 0
                       DISPLAY "Section has " WS-Waiting-Count
                           " waitlisted, not deleted: " WS-Course-ID
                           " " WS-Term " " WS-Section-No
                   ELSE
                       DELETE SECTION-MASTER RECORD
                           INVALID KEY
                               DISPLAY "Section not found: "
                                   WS-Course-ID " " WS-Section-No
                           NOT INVALID KEY
                               DISPLAY "Deleted section: "
                                   WS-Course-ID " " WS-Term " "
                                   WS-Section-No
                       END-DELETE
                   END-IF
               END-IF
           END-IF.

       410-COUNT-WAITING.
           MOVE 0 TO WS-Waiting-Count
           MOVE "Y" TO WS-Queue-Eof
           IF WS-Wait-Avail = "Y"
               MOVE "N" TO WS-Queue-Eof
               MOVE WS-Course-ID TO WL-COURSE-ID
               MOVE 0 TO WL-ARRIVAL-SEQ
               START WAIT-LIST KEY >= WL-WAIT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-Queue-Eof
               END-START
           END-IF
           PERFORM UNTIL WS-Queue-Eof = "Y"
               READ WAIT-LIST NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Queue-Eof
                   NOT AT END
                       IF WL-COURSE-ID NOT = WS-Course-ID
                           MOVE "Y" TO WS-Queue-Eof
                       ELSE
                           IF WL-TERM = WS-Term
                               AND WL-SECTION = WS-Section-No
                               ADD 1 TO WS-Waiting-Count
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       500-LIST-SECTIONS.
           DISPLAY "Enter course ID: " WITH NO ADVANCING
           ACCEPT WS-Course-ID
           DISPLAY "Enter term: " WITH NO ADVANCING
           ACCEPT WS-Term
           MOVE 0 TO WS-Sect-Count
           MOVE "N" TO WS-Sect-Eof
           MOVE WS-Course-ID TO SC-COURSE-ID
           MOVE WS-Term TO SC-TERM
           MOVE SPACES TO SC-SECTION-NO
           START SECTION-MASTER KEY >= SC-SECTION-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Sect-Eof
           END-START
           PERFORM UNTIL WS-Sect-Eof = "Y"
               READ SECTION-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Sect-Eof
                   NOT AT END
                       IF SC-COURSE-ID NOT = WS-Course-ID
                           OR SC-TERM NOT = WS-Term
                           MOVE "Y" TO WS-Sect-Eof
                       ELSE
                           PERFORM 510-DISPLAY-SECTION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Sect-Count = 0
               DISPLAY "No sections of " WS-Course-ID " in " WS-Term
           END-IF.

       510-DISPLAY-SECTION.
           ADD 1 TO WS-Sect-Count
           MOVE SC-INSTRUCTOR-ID TO IN-INSTRUCTOR-ID
           READ INSTRUCTOR-MASTER
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO IN-INSTRUCTOR-NAME
           END-READ
           DISPLAY "  " SC-SECTION-NO " " SC-DAYS " " SC-START-TIME
               "-" SC-END-TIME " " SC-ROOM " " SC-INSTRUCTOR-ID " "
               IN-INSTRUCTOR-NAME " SEATS " SC-ENROLLED-COUNT "/"
               SC-CAPACITY.

       900-CLOSE-FILES.
           CLOSE SECTION-MASTER
           CLOSE COURSE-MASTER
           CLOSE INSTRUCTOR-MASTER
           CLOSE TERM-CALENDAR
           IF WS-Wait-Avail = "Y"
               CLOSE WAIT-LIST
           END-IF.
