       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPRPT.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-StudMas-Status.
           SELECT SORT-WORK ASSIGN TO "SORTWK1".
           SELECT REPORT-OUT ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDMAS.
      *> SD-MATCH-KEY is the name reduced to its letters in upper
      *> case, so "O'Brien, Ann" and "OBRIEN ANN" sort together.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SD-MATCH-KEY        PIC X(30).
           05 SD-STUDENT-NAME     PIC X(30).
           05 SD-PROGRAM-CODE     PIC X(5).
           05 SD-STUDENT-ID       PIC X(9).
           05 SD-ENROLL-STATUS    PIC X(1).
       FD  REPORT-OUT.
       01  REPORT-LINE PIC X(132).
       FD  RUN-HISTORY.
           COPY RUNHIST.
        WORKING-STORAGE SECTION.
          01 WS-StudMas-Status PIC X(2).
          01 WS-Report-Status PIC X(2).
          01 WS-Eof-Switch PIC X(1) VALUE "N".
          01 WS-First-Record PIC X(1) VALUE "Y".
          01 WS-Current-Date PIC X(8).
          01 WS-Match-Len PIC 9(2) VALUE 10.
          01 WS-Prior-Prefix PIC X(30).
          01 WS-Raw-Name PIC X(30).
          01 WS-Char-Sub PIC 9(2) VALUE 0.
          01 WS-Key-Len PIC 9(2) VALUE 0.
          01 WS-Group-Count PIC 9(3) VALUE 0.
          01 WS-Group-Max PIC 9(3) VALUE 100.
          01 WS-Group-Full-Warned PIC X(1) VALUE "N".
          01 WS-Group-Table.
             05 WS-Group-Entry OCCURS 100 TIMES.
                10 WG-STUDENT-ID PIC X(9).
                10 WG-STUDENT-NAME PIC X(30).
                10 WG-PROGRAM-CODE PIC X(5).
                10 WG-ENROLL-STATUS PIC X(1).
          01 WS-Sub PIC 9(3) VALUE 0.
          01 WS-Sub-2 PIC 9(3) VALUE 0.
          01 WS-Sub-Next PIC 9(3) VALUE 0.
          01 WS-Reason PIC X(26).
          01 WS-Students-Read PIC 9(7) VALUE 0.
          01 WS-Pair-Count PIC 9(5) VALUE 0.
          01 WS-Same-Name-Count PIC 9(5) VALUE 0.
          01 WS-Similar-Count PIC 9(5) VALUE 0.
          01 WS-Run-Status PIC X(2).
          01 WS-Run-Start-Time PIC X(14).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 950-WRITE-RUN-START
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Current-Date
           OPEN OUTPUT REPORT-OUT
           SORT SORT-WORK
               ON ASCENDING KEY SD-MATCH-KEY SD-STUDENT-ID
               INPUT PROCEDURE IS 100-SORT-INPUT
               OUTPUT PROCEDURE IS 500-SORT-OUTPUT
           CLOSE REPORT-OUT
           DISPLAY "DUPRPT: " WS-Students-Read " STUDENTS, "
               WS-Pair-Count " POSSIBLE DUPLICATE PAIRS"
           PERFORM 958-WRITE-RUN-END
           STOP RUN.

       100-SORT-INPUT.
           OPEN INPUT STUDENT-MASTER
           IF WS-StudMas-Status NOT = "00"
               DISPLAY "DUPRPT: STUDENT-MASTER missing, STATUS="
                   WS-StudMas-Status
               MOVE "Y" TO WS-Eof-Switch
           ELSE
               PERFORM 150-SORT-INPUT-READ
               CLOSE STUDENT-MASTER
           END-IF.

       150-SORT-INPUT-READ.
           MOVE "N" TO WS-Eof-Switch
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       ADD 1 TO WS-Students-Read
                       PERFORM 200-BUILD-MATCH-KEY
                       MOVE SM-STUDENT-NAME TO SD-STUDENT-NAME
                       MOVE SM-PROGRAM-CODE TO SD-PROGRAM-CODE
                       MOVE SM-STUDENT-ID TO SD-STUDENT-ID
                       MOVE SM-ENROLL-STATUS TO SD-ENROLL-STATUS
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM.

       200-BUILD-MATCH-KEY.
           MOVE SM-STUDENT-NAME TO WS-Raw-Name
           INSPECT WS-Raw-Name CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO SD-MATCH-KEY
           MOVE 0 TO WS-Key-Len
           PERFORM VARYING WS-Char-Sub FROM 1 BY 1
               UNTIL WS-Char-Sub > 30
               IF WS-Raw-Name (WS-Char-Sub:1) >= "A"
                   AND WS-Raw-Name (WS-Char-Sub:1) <= "Z"
                   ADD 1 TO WS-Key-Len
                   MOVE WS-Raw-Name (WS-Char-Sub:1)
                       TO SD-MATCH-KEY (WS-Key-Len:1)
               END-IF
           END-PERFORM.

      *> Students whose match keys share their first WS-Match-Len
      *> letters form a group, and every pair within the group is
      *> judged: an identical name is always reported, a merely
      *> similar one (spelling, punctuation, a trailing initial)
      *> only when both carry the same program code.
       500-SORT-OUTPUT.
           PERFORM 510-WRITE-REPORT-HEADER
           MOVE "N" TO WS-Eof-Switch
           PERFORM UNTIL WS-Eof-Switch = "Y"
               RETURN SORT-WORK
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       PERFORM 550-GROUP-BREAK
                       PERFORM 560-ADD-GROUP-ENTRY
               END-RETURN
           END-PERFORM
           IF WS-First-Record = "N"
               PERFORM 600-COMPARE-GROUP
           END-IF
           PERFORM 700-WRITE-FOOTER.

       510-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "POSSIBLE DUPLICATE STUDENTS    Run Date: "
               WS-Current-Date
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "STUDENT ID NAME                           PROG  S"
               TO REPORT-LINE
           MOVE "  STUDENT ID NAME                           PROG  S"
               TO REPORT-LINE (50:51)
           MOVE "  REASON" TO REPORT-LINE (101:8)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       550-GROUP-BREAK.
           IF WS-First-Record = "Y"
               MOVE "N" TO WS-First-Record
           ELSE
               IF SD-MATCH-KEY (1:WS-Match-Len)
                   NOT = WS-Prior-Prefix (1:WS-Match-Len)
                   PERFORM 600-COMPARE-GROUP
               END-IF
           END-IF
           MOVE SD-MATCH-KEY TO WS-Prior-Prefix.

       560-ADD-GROUP-ENTRY.
           IF WS-Group-Count >= WS-Group-Max
               IF WS-Group-Full-Warned = "N"
                   DISPLAY "DUPRPT: NAME GROUP TABLE FULL AT "
                       SD-STUDENT-NAME
                   MOVE "Y" TO WS-Group-Full-Warned
               END-IF
           ELSE
               ADD 1 TO WS-Group-Count
               MOVE SD-STUDENT-ID TO WG-STUDENT-ID (WS-Group-Count)
               MOVE SD-STUDENT-NAME TO WG-STUDENT-NAME (WS-Group-Count)
               MOVE SD-PROGRAM-CODE TO WG-PROGRAM-CODE (WS-Group-Count)
               MOVE SD-ENROLL-STATUS
                   TO WG-ENROLL-STATUS (WS-Group-Count)
           END-IF.

       600-COMPARE-GROUP.
           PERFORM VARYING WS-Sub FROM 1 BY 1
               UNTIL WS-Sub >= WS-Group-Count
               PERFORM 605-COMPARE-WITH-LATER
           END-PERFORM
           MOVE 0 TO WS-Group-Count
           MOVE "N" TO WS-Group-Full-Warned.

      *> Each entry is compared only with those after it, so every
      *> pair in the group is seen exactly once.
       605-COMPARE-WITH-LATER.
           COMPUTE WS-Sub-Next = WS-Sub + 1
           PERFORM VARYING WS-Sub-2 FROM WS-Sub-Next BY 1
               UNTIL WS-Sub-2 > WS-Group-Count
               PERFORM 610-COMPARE-PAIR
           END-PERFORM.

       610-COMPARE-PAIR.
           MOVE SPACES TO WS-Reason
           IF WG-STUDENT-NAME (WS-Sub) = WG-STUDENT-NAME (WS-Sub-2)
               MOVE "SAME NAME" TO WS-Reason
               ADD 1 TO WS-Same-Name-Count
           ELSE
               IF WG-PROGRAM-CODE (WS-Sub) NOT = SPACES
                   AND WG-PROGRAM-CODE (WS-Sub)
                       = WG-PROGRAM-CODE (WS-Sub-2)
                   MOVE "SIMILAR NAME, SAME PROGRAM" TO WS-Reason
                   ADD 1 TO WS-Similar-Count
               END-IF
           END-IF
           IF WS-Reason NOT = SPACES
               ADD 1 TO WS-Pair-Count
               PERFORM 650-WRITE-PAIR-LINE
           END-IF.

       650-WRITE-PAIR-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING WG-STUDENT-ID (WS-Sub) "  "
               WG-STUDENT-NAME (WS-Sub) " "
               WG-PROGRAM-CODE (WS-Sub) " "
               WG-ENROLL-STATUS (WS-Sub) "  "
               WG-STUDENT-ID (WS-Sub-2) "  "
               WG-STUDENT-NAME (WS-Sub-2) " "
               WG-PROGRAM-CODE (WS-Sub-2) " "
               WG-ENROLL-STATUS (WS-Sub-2) "  "
               WS-Reason
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       700-WRITE-FOOTER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "STUDENTS READ: " WS-Students-Read
               "  PAIRS: " WS-Pair-Count
               "  SAME NAME: " WS-Same-Name-Count
               "  SIMILAR NAME, SAME PROGRAM: " WS-Similar-Count
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Pairs are candidates only; merge confirmed "
               "duplicates with STUDMRG."
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       950-WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Run-Start-Time
           PERFORM 955-OPEN-RUN-HISTORY
           MOVE "DUPRPT" TO RH-PROGRAM
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
           MOVE "DUPRPT" TO RH-PROGRAM
           MOVE "E" TO RH-RECORD-TYPE
           MOVE WS-Run-Start-Time TO RH-START-TIME
           MOVE FUNCTION CURRENT-DATE (1:14) TO RH-END-TIME
           MOVE WS-Students-Read TO RH-RECORDS-READ
           MOVE WS-Pair-Count TO RH-RECORDS-WRITTEN
           MOVE "C" TO RH-OUTCOME
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY.
