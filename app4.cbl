           SELECT CALC-CKPT ASSIGN TO "CALCCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ckpt-Status.
           SELECT CALC-CONTROL ASSIGN TO "CALCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ctl-Status.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Status.
           COPY AUDITREC.
       FD  CALC-CKPT.
           COPY CALCCKPT.
       FD  CALC-CONTROL.
           COPY CALCCTL.
       FD  RUN-HISTORY.
           COPY RUNHIST.
        WORKING-STORAGE SECTION.
          01 WS-Edit-Value2 PIC -(3)9.
          01 WS-Edit-Result PIC -(7)9.
          01 WS-Calc-Performed PIC X(1) VALUE "N".
          01 WS-Ctl-Status PIC X(2).
          01 WS-Ctl-Found PIC X(1) VALUE "N".
          01 WS-Ctl-State PIC X(1).
          01 WS-Ctl-Today PIC X(8).
          01 WS-Ctl-Run-Date PIC X(8).
          01 WS-Ctl-Run-State PIC X(1).
          01 WS-Results-Before PIC 9(9) VALUE 0.
          01 WS-Rslt-Eof PIC X(1) VALUE "N".
          01 WS-Run-Status PIC X(2).
          01 WS-Run-Start-Time PIC X(14).
       LINKAGE SECTION.
           MOVE "CALCULATOR" TO AL-PROGRAM
           MOVE WS-Audit-Input TO AL-INPUT-FIELDS
           MOVE WS-Audit-Result TO AL-RESULT
           MOVE SPACES TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.

      *> of the checkpoint/restart decision above: every run, restart
      *> or a fresh day, appends to the same cataloged CALC-RESULTS
      *> dataset per the DISP=(MOD,CATLG,CATLG) on its JCL DD.
      *> CALC-CONTROL is written as the run starts and again at the
      *> clean end, after CALC-RESULTS is closed, for CALCBAL.
       500-BATCH-RUN.
           PERFORM 900-WRITE-RUN-START
           PERFORM 550-READ-CHECKPOINT
           PERFORM 560-SET-RESULTS-BASE
           OPEN INPUT CALC-TRANS
           IF WS-CalcTrans-Status NOT = "00"
               DISPLAY "CALCULATOR: CALC-TRANS not available, STATUS="
           PERFORM 820-CLEAR-CHECKPOINT
           CLOSE CALC-TRANS
           CLOSE CALC-RESULTS
           MOVE "C" TO WS-Ctl-State
           PERFORM 830-WRITE-CONTROL
           PERFORM 750-WRITE-SUMMARY
           PERFORM 908-WRITE-RUN-END.

               CLOSE CALC-CKPT
           END-IF.

      *> A checkpoint restart, or a rerun today of a run that never
      *> reached its clean end, carries on from the base that run
      *> counted; only a fresh run counts what CALC-RESULTS already
      *> holds. Must run before CALC-RESULTS is opened EXTEND.
       560-SET-RESULTS-BASE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Ctl-Today
           MOVE "N" TO WS-Ctl-Found
           OPEN INPUT CALC-CONTROL
           IF WS-Ctl-Status = "00"
               READ CALC-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-Ctl-Found
                       MOVE CC-RUN-DATE TO WS-Ctl-Run-Date
                       MOVE CC-RUN-STATE TO WS-Ctl-Run-State
                       MOVE CC-RESULTS-BEFORE TO WS-Results-Before
               END-READ
               CLOSE CALC-CONTROL
           END-IF
           IF WS-Ctl-Found = "Y" AND WS-Ctl-Run-State = "S"
               AND (WS-Restart-Seq > 0
                   OR WS-Ctl-Run-Date = WS-Ctl-Today)
               DISPLAY "Keeping results base " WS-Results-Before
                   " from the run started " WS-Ctl-Run-Date
           ELSE
               PERFORM 565-COUNT-RESULTS
           END-IF
           MOVE "S" TO WS-Ctl-State
           PERFORM 830-WRITE-CONTROL.

       565-COUNT-RESULTS.
           MOVE 0 TO WS-Results-Before
           MOVE "N" TO WS-Rslt-Eof
           OPEN INPUT CALC-RESULTS
           IF WS-CalcRslt-Status = "00"
               PERFORM UNTIL WS-Rslt-Eof = "Y"
                   READ CALC-RESULTS
                       AT END
                           MOVE "Y" TO WS-Rslt-Eof
                       NOT AT END
                           ADD 1 TO WS-Results-Before
                   END-READ
               END-PERFORM
               CLOSE CALC-RESULTS
           END-IF.

       600-BATCH-CALC.
           MOVE CT-VALUE1 TO Value1
           MOVE CT-VALUE2 TO Value2
           OPEN OUTPUT CALC-CKPT
           CLOSE CALC-CKPT.

       830-WRITE-CONTROL.
           OPEN OUTPUT CALC-CONTROL
           MOVE WS-Ctl-Today TO CC-RUN-DATE
           MOVE WS-Ctl-State TO CC-RUN-STATE
           MOVE WS-Results-Before TO CC-RESULTS-BEFORE
           MOVE WS-Batch-Trans-Count TO CC-TRANS-COUNT
           MOVE WS-Grand-Total TO CC-GRAND-TOTAL
           MOVE WS-Restart-Seq TO CC-RESTART-SEQ
           WRITE CALC-CONTROL-RECORD
           CLOSE CALC-CONTROL.

       900-WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Run-Start-Time
           PERFORM 905-OPEN-RUN-HISTORY
