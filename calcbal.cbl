       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBAL.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Status.
           SELECT CALC-REJECTS ASSIGN TO "CALCREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Reject-Status.
           SELECT CALC-RESULTS ASSIGN TO "CALCRSLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CalcRslt-Status.
           SELECT CALC-CONTROL ASSIGN TO "CALCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ctl-Status.
           SELECT REPORT-OUT ASSIGN TO "CALCBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY.
           COPY RUNHIST.
       FD  CALC-REJECTS.
       01  REJECT-RECORD.
           05  RJ-REASON-CODE         PIC X(2).
           05  RJ-REASON-TEXT         PIC X(25).
           05  RJ-RAW-RECORD          PIC X(10).
       FD  CALC-RESULTS.
           COPY CALCRSLT.
       FD  CALC-CONTROL.
           COPY CALCCTL.
       FD  REPORT-OUT.
       01  REPORT-LINE PIC X(80).
        WORKING-STORAGE SECTION.
          01 WS-Run-Status PIC X(2).
          01 WS-Reject-Status PIC X(2).
          01 WS-CalcRslt-Status PIC X(2).
          01 WS-Ctl-Status PIC X(2).
          01 WS-Report-Status PIC X(2).
          01 WS-Run-Start-Time PIC X(14).
          01 WS-Eof-Switch PIC X(1) VALUE "N".
          01 WS-Today PIC X(8).
          01 WS-Step-Table.
             05 WS-Step-Entry OCCURS 2 TIMES.
                10 WT-PROGRAM PIC X(10).
                10 WT-LATEST-START PIC X(14).
                10 WT-ENDED PIC X(1).
                10 WT-END-TIME PIC X(14).
                10 WT-OUTCOME PIC X(1).
                10 WT-READ PIC 9(7).
                10 WT-WRITTEN PIC 9(7).
                10 WT-STARTS-TODAY PIC 9(3).
          01 WS-Step-Sub PIC 9(1) VALUE 0.
          01 WS-Edit-Step PIC 9(1) VALUE 1.
          01 WS-Calc-Step PIC 9(1) VALUE 2.
          01 WS-Ctl-Found PIC X(1) VALUE "N".
          01 WS-Ctl-Run-State PIC X(1) VALUE SPACE.
          01 WS-Results-Before PIC 9(9) VALUE 0.
          01 WS-Ctl-Trans-Count PIC 9(7) VALUE 0.
          01 WS-Ctl-Grand-Total PIC S9(9) VALUE 0.
          01 WS-Ctl-Restart-Seq PIC 9(6) VALUE 0.
          01 WS-Reject-Count PIC 9(7) VALUE 0.
          01 WS-Reason-Table.
             05 WS-Reason-Count PIC 9(7) OCCURS 7 TIMES.
          01 WS-Reason-Sub PIC 9(2) VALUE 0.
          01 WS-Reason-Other PIC 9(7) VALUE 0.
          01 WS-Results-On-File PIC 9(9) VALUE 0.
          01 WS-Results-Today PIC 9(7) VALUE 0.
          01 WS-Results-Total PIC S9(11) VALUE 0.
          01 WS-Check-Label PIC X(36).
          01 WS-Check-Left PIC S9(11) VALUE 0.
          01 WS-Check-Right PIC S9(11) VALUE 0.
          01 WS-Checks-Made PIC 9(2) VALUE 0.
          01 WS-Checks-Failed PIC 9(2) VALUE 0.
          01 WS-Edit-Count PIC Z(8)9.
          01 WS-Edit-Left PIC -(10)9.
          01 WS-Edit-Right PIC -(10)9.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 950-WRITE-RUN-START
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today
           PERFORM 100-SCAN-RUN-HISTORY
           PERFORM 200-READ-CONTROL
           PERFORM 300-COUNT-REJECTS
           PERFORM 400-READ-RESULTS
           OPEN OUTPUT REPORT-OUT
           PERFORM 500-WRITE-HEADER
           PERFORM 520-WRITE-STEP-RUNS
           PERFORM 600-CHECK-BALANCES
           PERFORM 700-WRITE-REJECT-REASONS
           PERFORM 800-WRITE-FOOTER
           CLOSE REPORT-OUT
           PERFORM 958-WRITE-RUN-END
           IF WS-Checks-Failed > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Only each step's latest run counts, as RUNGATE judges it:
      *> the last S record seen, closed by the E record carrying the
      *> same start time. After a checkpoint restart that E record
      *> holds the day's full figures, since CALCULATOR carries its
      *> counts forward from the checkpoint.
       100-SCAN-RUN-HISTORY.
           INITIALIZE WS-Step-Table
           MOVE "CALCEDIT" TO WT-PROGRAM (WS-Edit-Step)
           MOVE "CALCULATOR" TO WT-PROGRAM (WS-Calc-Step)
           MOVE "N" TO WT-ENDED (WS-Edit-Step)
           MOVE "N" TO WT-ENDED (WS-Calc-Step)
           OPEN INPUT RUN-HISTORY
           IF WS-Run-Status NOT = "00"
               DISPLAY "CALCBAL: RUN-HISTORY not available, STATUS="
                   WS-Run-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-Eof-Switch
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ RUN-HISTORY
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       PERFORM 150-TRACK-STEP-RUN
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY.

       150-TRACK-STEP-RUN.
           MOVE 0 TO WS-Step-Sub
           IF RH-PROGRAM = WT-PROGRAM (WS-Edit-Step)
               MOVE WS-Edit-Step TO WS-Step-Sub
           END-IF
           IF RH-PROGRAM = WT-PROGRAM (WS-Calc-Step)
               MOVE WS-Calc-Step TO WS-Step-Sub
           END-IF
           IF WS-Step-Sub > 0
               EVALUATE RH-RECORD-TYPE
                   WHEN "S"
                       IF RH-START-TIME (1:8) = WS-Today
                           ADD 1 TO WT-STARTS-TODAY (WS-Step-Sub)
                       END-IF
                       IF RH-START-TIME >=
                               WT-LATEST-START (WS-Step-Sub)
                           MOVE RH-START-TIME
                               TO WT-LATEST-START (WS-Step-Sub)
                           MOVE "N" TO WT-ENDED (WS-Step-Sub)
                           MOVE SPACES TO WT-END-TIME (WS-Step-Sub)
                           MOVE SPACE TO WT-OUTCOME (WS-Step-Sub)
                           MOVE 0 TO WT-READ (WS-Step-Sub)
                           MOVE 0 TO WT-WRITTEN (WS-Step-Sub)
                       END-IF
                   WHEN "E"
                       IF RH-START-TIME = WT-LATEST-START (WS-Step-Sub)
                           MOVE "Y" TO WT-ENDED (WS-Step-Sub)
                           MOVE RH-END-TIME TO WT-END-TIME (WS-Step-Sub)
                           MOVE RH-OUTCOME TO WT-OUTCOME (WS-Step-Sub)
                           MOVE RH-RECORDS-READ TO WT-READ (WS-Step-Sub)
                           MOVE RH-RECORDS-WRITTEN
                               TO WT-WRITTEN (WS-Step-Sub)
                       END-IF
               END-EVALUATE
           END-IF.

       200-READ-CONTROL.
           MOVE "N" TO WS-Ctl-Found
           OPEN INPUT CALC-CONTROL
           IF WS-Ctl-Status = "00"
               READ CALC-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-Ctl-Found
                       MOVE CC-RUN-STATE TO WS-Ctl-Run-State
                       MOVE CC-RESULTS-BEFORE TO WS-Results-Before
                       MOVE CC-TRANS-COUNT TO WS-Ctl-Trans-Count
                       MOVE CC-GRAND-TOTAL TO WS-Ctl-Grand-Total
                       MOVE CC-RESTART-SEQ TO WS-Ctl-Restart-Seq
               END-READ
               CLOSE CALC-CONTROL
           END-IF.

      *> Rejects are counted by CALCEDIT's reason code (01-07), so
      *> the report shows what kind of records were held back.
       300-COUNT-REJECTS.
           INITIALIZE WS-Reason-Table
           OPEN INPUT CALC-REJECTS
           IF WS-Reject-Status NOT = "00"
               DISPLAY "CALCBAL: CALC-REJECTS not available, STATUS="
                   WS-Reject-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-Eof-Switch
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ CALC-REJECTS
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       ADD 1 TO WS-Reject-Count
                       IF RJ-REASON-CODE IS NUMERIC
                           AND RJ-REASON-CODE >= "01"
                           AND RJ-REASON-CODE <= "07"
                           MOVE RJ-REASON-CODE TO WS-Reason-Sub
                           ADD 1 TO WS-Reason-Count (WS-Reason-Sub)
                       ELSE
                           ADD 1 TO WS-Reason-Other
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-REJECTS.

      *> CALC-RESULTS holds every day's output; the day's portion is
      *> whatever follows the CC-RESULTS-BEFORE records CALCULATOR
      *> found on file when the day's run began.
       400-READ-RESULTS.
           OPEN INPUT CALC-RESULTS
           IF WS-CalcRslt-Status NOT = "00"
               DISPLAY "CALCBAL: CALC-RESULTS not available, STATUS="
                   WS-CalcRslt-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-Eof-Switch
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ CALC-RESULTS
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       ADD 1 TO WS-Results-On-File
                       IF WS-Results-On-File > WS-Results-Before
                           ADD 1 TO WS-Results-Today
                           ADD CR-RESULT TO WS-Results-Total
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-RESULTS.

       500-WRITE-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "CALCJOB IN/OUT BALANCING REPORT"
               "            Run Date: " WS-Today
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> A step whose latest run did not end clean today cannot be
      *> balanced from its figures, so that alone puts the day out.
       520-WRITE-STEP-RUNS.
           MOVE SPACES TO REPORT-LINE
           MOVE "STEP" TO REPORT-LINE (1:4)
           MOVE "LATEST START" TO REPORT-LINE (12:12)
           MOVE "ENDED" TO REPORT-LINE (28:5)
           MOVE "READ" TO REPORT-LINE (47:4)
           MOVE "WRITTEN" TO REPORT-LINE (53:7)
           WRITE REPORT-LINE
           PERFORM VARYING WS-Step-Sub FROM 1 BY 1
               UNTIL WS-Step-Sub > 2
               MOVE SPACES TO REPORT-LINE
               STRING WT-PROGRAM (WS-Step-Sub) " "
                   WT-LATEST-START (WS-Step-Sub) "  "
                   WT-END-TIME (WS-Step-Sub) "  "
                   WT-READ (WS-Step-Sub) "  "
                   WT-WRITTEN (WS-Step-Sub)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-Checks-Made
               MOVE SPACES TO REPORT-LINE
               EVALUATE TRUE
                   WHEN WT-LATEST-START (WS-Step-Sub) = SPACES
                       MOVE "  *** NO RUN ON FILE ***" TO REPORT-LINE
                   WHEN WT-ENDED (WS-Step-Sub) = "N"
                       MOVE "  *** LATEST RUN NEVER ENDED ***"
                           TO REPORT-LINE
                   WHEN WT-OUTCOME (WS-Step-Sub) NOT = "C"
                       MOVE "  *** LATEST RUN DID NOT END CLEAN ***"
                           TO REPORT-LINE
                   WHEN WT-END-TIME (WS-Step-Sub) (1:8) NOT = WS-Today
                       MOVE "  *** LATEST RUN DID NOT END TODAY ***"
                           TO REPORT-LINE
               END-EVALUATE
               IF REPORT-LINE NOT = SPACES
                   ADD 1 TO WS-Checks-Failed
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           MOVE WT-STARTS-TODAY (WS-Calc-Step) TO WS-Edit-Count
           MOVE SPACES TO REPORT-LINE
           STRING "CALCULATOR STARTS TODAY: " WS-Edit-Count
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-Ctl-Restart-Seq > 0
               MOVE SPACES TO REPORT-LINE
               STRING "CALCULATOR RESTARTED AFTER TRANSACTION "
                   WS-Ctl-Restart-Seq
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> Every record in is accounted for on the way out: CALCEDIT's
      *> raw input splits into edited plus rejected, each edited
      *> record is read by CALCULATOR and comes out as one day's
      *> result, and the grand total CALCULATOR prints -- carried
      *> through any restart in the checkpoint -- is the sum of the
      *> results actually written.
       600-CHECK-BALANCES.
           MOVE SPACES TO REPORT-LINE
           MOVE "CHECK" TO REPORT-LINE (1:5)
           MOVE "LEFT" TO REPORT-LINE (45:4)
           MOVE "RIGHT" TO REPORT-LINE (56:5)
           WRITE REPORT-LINE
           MOVE "RAW IN = EDITED + REJECTS" TO WS-Check-Label
           MOVE WT-READ (WS-Edit-Step) TO WS-Check-Left
           COMPUTE WS-Check-Right =
               WT-WRITTEN (WS-Edit-Step) + WS-Reject-Count
           PERFORM 650-WRITE-CHECK
           MOVE "EDITED OUT = CALCULATOR IN" TO WS-Check-Label
           MOVE WT-WRITTEN (WS-Edit-Step) TO WS-Check-Left
           MOVE WT-READ (WS-Calc-Step) TO WS-Check-Right
           PERFORM 650-WRITE-CHECK
           MOVE "EDITED OUT = RESULTS WRITTEN TODAY" TO WS-Check-Label
           MOVE WT-WRITTEN (WS-Edit-Step) TO WS-Check-Left
           MOVE WS-Results-Today TO WS-Check-Right
           PERFORM 650-WRITE-CHECK
           MOVE "CALCULATOR OUT = RESULTS TODAY" TO WS-Check-Label
           MOVE WT-WRITTEN (WS-Calc-Step) TO WS-Check-Left
           MOVE WS-Results-Today TO WS-Check-Right
           PERFORM 650-WRITE-CHECK
           MOVE "SUMMARY COUNT = RESULTS TODAY" TO WS-Check-Label
           MOVE WS-Ctl-Trans-Count TO WS-Check-Left
           MOVE WS-Results-Today TO WS-Check-Right
           PERFORM 650-WRITE-CHECK
           MOVE "SUMMARY GRAND TOTAL = RESULTS SUM" TO WS-Check-Label
           MOVE WS-Ctl-Grand-Total TO WS-Check-Left
           MOVE WS-Results-Total TO WS-Check-Right
           PERFORM 650-WRITE-CHECK
           ADD 1 TO WS-Checks-Made
           IF WS-Ctl-Found = "N" OR WS-Ctl-Run-State NOT = "C"
               MOVE "  *** CALCULATOR CONTROL RECORD NOT COMPLETE ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-Checks-Failed
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       650-WRITE-CHECK.
           ADD 1 TO WS-Checks-Made
           MOVE WS-Check-Left TO WS-Edit-Left
           MOVE WS-Check-Right TO WS-Edit-Right
           MOVE SPACES TO REPORT-LINE
           IF WS-Check-Left = WS-Check-Right
               STRING WS-Check-Label " " WS-Edit-Left " "
                   WS-Edit-Right "  OK"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-Check-Label " " WS-Edit-Left " "
                   WS-Edit-Right "  ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               ADD 1 TO WS-Checks-Failed
           END-IF
           WRITE REPORT-LINE.

       700-WRITE-REJECT-REASONS.
           MOVE "REJECTS BY REASON CODE" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-Reason-Sub FROM 1 BY 1
               UNTIL WS-Reason-Sub > 7
               IF WS-Reason-Count (WS-Reason-Sub) > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "  CODE " WS-Reason-Sub ": "
                       WS-Reason-Count (WS-Reason-Sub)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-Reason-Other > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  UNKNOWN CODE: " WS-Reason-Other
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL REJECTS: " WS-Reject-Count
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       800-WRITE-FOOTER.
           MOVE SPACES TO REPORT-LINE
           IF WS-Checks-Failed = 0
               STRING "CALCJOB IN BALANCE, " WS-Checks-Made
                   " CHECKS MADE"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "*** CALCJOB OUT OF BALANCE: " WS-Checks-Failed
                   " OF " WS-Checks-Made " CHECKS FAILED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           DISPLAY "CALCBAL: CHECKS " WS-Checks-Made
               " FAILED " WS-Checks-Failed
               " RESULTS TODAY " WS-Results-Today.

       950-WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Run-Start-Time
           PERFORM 955-OPEN-RUN-HISTORY
           MOVE "CALCBAL" TO RH-PROGRAM
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

      *> An out-of-balance day ends with outcome B rather than C, so
      *> a later job gated by RUNGATE PARM='CALCBAL' will not start.
       958-WRITE-RUN-END.
           PERFORM 955-OPEN-RUN-HISTORY
           MOVE "CALCBAL" TO RH-PROGRAM
           MOVE "E" TO RH-RECORD-TYPE
           MOVE WS-Run-Start-Time TO RH-START-TIME
           MOVE FUNCTION CURRENT-DATE (1:14) TO RH-END-TIME
           MOVE WS-Results-Today TO RH-RECORDS-READ
           MOVE WS-Checks-Failed TO RH-RECORDS-WRITTEN
           IF WS-Checks-Failed = 0
               MOVE "C" TO RH-OUTCOME
           ELSE
               MOVE "B" TO RH-OUTCOME
           END-IF
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY.
