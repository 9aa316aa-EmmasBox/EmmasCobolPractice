       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNRPT.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNON-LOG ASSIGN TO "SIGNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SignLog-Status.
           SELECT SORT-WORK ASSIGN TO "SORTWK1".
           SELECT REPORT-OUT ASSIGN TO "SIGNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  SIGNON-LOG.
           COPY SIGNLOG.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SS-OPERATOR-ID      PIC X(8).
           05 SS-TIMESTAMP        PIC X(14).
           05 SS-PROGRAM          PIC X(10).
           05 SS-REASON           PIC X(20).
       FD  REPORT-OUT.
       01  REPORT-LINE PIC X(132).
       FD  RUN-HISTORY.
           COPY RUNHIST.
        WORKING-STORAGE SECTION.
          01 WS-SignLog-Status PIC X(2).
          01 WS-Report-Status PIC X(2).
          01 WS-Run-Status PIC X(2).
          01 WS-Run-Start-Time PIC X(14).
          01 WS-Eof-Switch PIC X(1) VALUE "N".
          01 WS-Line-Count PIC 9(2) VALUE 0.
          01 WS-Page-Count PIC 9(3) VALUE 0.
          01 WS-Lines-Per-Page PIC 9(2) VALUE 50.
          01 WS-From-Date PIC X(8).
          01 WS-Thru-Date PIC X(8).
          01 WS-Current-Date PIC X(8).
          01 WS-First-Record PIC X(1) VALUE "Y".
          01 WS-Prior-Operator PIC X(8).
          01 WS-Operator-Count PIC 9(5) VALUE 0.
          01 WS-Operators-Listed PIC 9(5) VALUE 0.
          01 WS-Records-Read PIC 9(7) VALUE 0.
          01 WS-Good-Count PIC 9(7) VALUE 0.
          01 WS-Failed-Count PIC 9(7) VALUE 0.
          01 WS-Repeat-Limit PIC 9(2) VALUE 3.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 950-WRITE-RUN-START
           PERFORM 050-ACCEPT-SELECTIONS
           OPEN OUTPUT REPORT-OUT
           SORT SORT-WORK
               ON ASCENDING KEY SS-OPERATOR-ID SS-TIMESTAMP
               INPUT PROCEDURE IS 100-SORT-INPUT
               OUTPUT PROCEDURE IS 500-SORT-OUTPUT
           CLOSE REPORT-OUT
           PERFORM 958-WRITE-RUN-END
           STOP RUN.

       050-ACCEPT-SELECTIONS.
           MOVE SPACES TO WS-From-Date
           MOVE SPACES TO WS-Thru-Date
           ACCEPT WS-From-Date
           ACCEPT WS-Thru-Date
           IF WS-From-Date = SPACES
               MOVE "00000000" TO WS-From-Date
           END-IF
           IF WS-Thru-Date = SPACES
               MOVE "99999999" TO WS-Thru-Date
           END-IF
           DISPLAY "SIGNRPT: SELECTING " WS-From-Date
               " THRU " WS-Thru-Date.

      *> Only refused attempts are reported; good sign-ons in the
      *> range are counted so the failure rate can be seen.
       100-SORT-INPUT.
           OPEN INPUT SIGNON-LOG
           IF WS-SignLog-Status NOT = "00"
               DISPLAY "SIGNRPT: SIGNON-LOG not available, STATUS="
                   WS-SignLog-Status
               MOVE "Y" TO WS-Eof-Switch
           ELSE
               PERFORM 150-SORT-INPUT-READ
           END-IF.

       150-SORT-INPUT-READ.
           MOVE "N" TO WS-Eof-Switch
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ SIGNON-LOG
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       ADD 1 TO WS-Records-Read
                       IF SG-TIMESTAMP (1:8) >= WS-From-Date
                           AND SG-TIMESTAMP (1:8) <= WS-Thru-Date
                           PERFORM 160-SELECT-ATTEMPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGNON-LOG.

       160-SELECT-ATTEMPT.
           IF SG-RESULT = "F"
               ADD 1 TO WS-Failed-Count
               MOVE SG-OPERATOR-ID TO SS-OPERATOR-ID
               MOVE SG-TIMESTAMP TO SS-TIMESTAMP
               MOVE SG-PROGRAM TO SS-PROGRAM
               MOVE SG-REASON TO SS-REASON
               RELEASE SORT-RECORD
           ELSE
               ADD 1 TO WS-Good-Count
           END-IF.

       500-SORT-OUTPUT.
           PERFORM 610-WRITE-HEADER
           MOVE "N" TO WS-Eof-Switch
           PERFORM UNTIL WS-Eof-Switch = "Y"
               RETURN SORT-WORK
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       PERFORM 550-CONTROL-BREAK
                       PERFORM 600-WRITE-DETAIL
               END-RETURN
           END-PERFORM
           IF WS-First-Record = "N"
               PERFORM 650-WRITE-OPERATOR-COUNT
           END-IF
           PERFORM 700-WRITE-FOOTER.

       550-CONTROL-BREAK.
           IF WS-First-Record = "Y"
               MOVE SS-OPERATOR-ID TO WS-Prior-Operator
               MOVE "N" TO WS-First-Record
           ELSE
               IF SS-OPERATOR-ID NOT = WS-Prior-Operator
                   PERFORM 650-WRITE-OPERATOR-COUNT
                   MOVE SS-OPERATOR-ID TO WS-Prior-Operator
               END-IF
           END-IF.

       600-WRITE-DETAIL.
           IF WS-Line-Count >= WS-Lines-Per-Page
               PERFORM 610-WRITE-HEADER
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING SS-OPERATOR-ID " " SS-TIMESTAMP (1:8) " "
               SS-TIMESTAMP (9:6) " " SS-PROGRAM " " SS-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-Line-Count
           ADD 1 TO WS-Operator-Count.

       610-WRITE-HEADER.
           ADD 1 TO WS-Page-Count
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Current-Date
           MOVE SPACES TO REPORT-LINE
           STRING "FAILED SIGN-ON ATTEMPTS        PAGE " WS-Page-Count
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run Date: " WS-Current-Date
               "   Selection: " WS-From-Date " thru " WS-Thru-Date
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "OPERATOR DATE     TIME   PROGRAM    REASON"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-Line-Count.

      *> An ID with three or more refusals in the range is flagged;
      *> that is one full session turned away, or someone trying
      *> IDs or passwords across sessions.
       650-WRITE-OPERATOR-COUNT.
           MOVE SPACES TO REPORT-LINE
           IF WS-Operator-Count >= WS-Repeat-Limit
               STRING "  FAILED FOR " WS-Prior-Operator ": "
                   WS-Operator-Count "   *** REPEATED FAILURES ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  FAILED FOR " WS-Prior-Operator ": "
                   WS-Operator-Count
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 2 TO WS-Line-Count
           ADD 1 TO WS-Operators-Listed
           MOVE 0 TO WS-Operator-Count.

       700-WRITE-FOOTER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "FAILED ATTEMPTS: " WS-Failed-Count
               "  OPERATOR IDS: " WS-Operators-Listed
               "  GOOD SIGN-ONS: " WS-Good-Count
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "SIGNRPT: READ " WS-Records-Read
               " FAILED " WS-Failed-Count
               " GOOD " WS-Good-Count.

       950-WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Run-Start-Time
           PERFORM 955-OPEN-RUN-HISTORY
           MOVE "SIGNRPT" TO RH-PROGRAM
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
           MOVE "SIGNRPT" TO RH-PROGRAM
           MOVE "E" TO RH-RECORD-TYPE
           MOVE WS-Run-Start-Time TO RH-START-TIME
           MOVE FUNCTION CURRENT-DATE (1:14) TO RH-END-TIME
           MOVE WS-Records-Read TO RH-RECORDS-READ
           MOVE WS-Failed-Count TO RH-RECORDS-WRITTEN
           MOVE "C" TO RH-OUTCOME
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY.
