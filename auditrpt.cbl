           05 SA-DATE             PIC X(8).
           05 SA-PROGRAM          PIC X(10).
           05 SA-TIME             PIC X(6).
           05 SA-OPERATOR-ID      PIC X(8).
           05 SA-INPUT-FIELDS     PIC X(40).
           05 SA-RESULT           PIC X(30).
       FD  REPORT-OUT.
          01 WS-From-Date PIC X(8).
          01 WS-Thru-Date PIC X(8).
          01 WS-Program-Select PIC X(10).
          01 WS-Operator-Select PIC X(8).
          01 WS-First-Record PIC X(1) VALUE "Y".
          01 WS-Prior-Date PIC X(8).
          01 WS-Prior-Program PIC X(10).
          01 WS-Daily-Count PIC 9(5) VALUE 0.
          01 WS-Grand-Total PIC 9(7) VALUE 0.
          01 WS-Current-Date PIC X(8).
          01 WS-Oper-Count PIC 9(3) VALUE 0.
          01 WS-Oper-Max PIC 9(3) VALUE 200.
          01 WS-Oper-Full-Warned PIC X(1) VALUE "N".
          01 WS-Oper-Table.
             05 WS-Oper-Entry OCCURS 200 TIMES.
                10 WO-OPERATOR-ID PIC X(8).
                10 WO-COUNT PIC 9(7).
          01 WS-Oper-Sub PIC 9(3) VALUE 0.
          01 WS-Oper-Found PIC X(1) VALUE "N".
          01 WS-Oper-Label PIC X(8).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-ACCEPT-SELECTIONS
           MOVE SPACES TO WS-From-Date
           MOVE SPACES TO WS-Thru-Date
           MOVE SPACES TO WS-Program-Select
           MOVE SPACES TO WS-Operator-Select
           ACCEPT WS-From-Date
           ACCEPT WS-Thru-Date
           ACCEPT WS-Program-Select
           ACCEPT WS-Operator-Select
           IF WS-From-Date = SPACES
               MOVE "00000000" TO WS-From-Date
           END-IF
               MOVE "99999999" TO WS-Thru-Date
           END-IF
           DISPLAY "AUDITRPT: SELECTING " WS-From-Date
               " THRU " WS-Thru-Date " PROGRAM=" WS-Program-Select
               " OPERATOR=" WS-Operator-Select.

       100-SORT-INPUT.
           OPEN INPUT AUDIT-LOG
                           AND AL-TIMESTAMP (1:8) <= WS-Thru-Date
                           AND (WS-Program-Select = SPACES
                               OR AL-PROGRAM = WS-Program-Select)
                           AND (WS-Operator-Select = SPACES
                               OR AL-OPERATOR-ID = WS-Operator-Select)
                           MOVE AL-TIMESTAMP (1:8) TO SA-DATE
                           MOVE AL-PROGRAM TO SA-PROGRAM
                           MOVE AL-TIMESTAMP (9:6) TO SA-TIME
                           MOVE AL-INPUT-FIELDS TO SA-INPUT-FIELDS
                           MOVE AL-RESULT TO SA-RESULT
                           MOVE AL-OPERATOR-ID TO SA-OPERATOR-ID
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING SA-DATE " " SA-TIME " " SA-PROGRAM " "
               SA-OPERATOR-ID " " SA-INPUT-FIELDS " " SA-RESULT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 620-COUNT-OPERATOR
           ADD 1 TO WS-Line-Count
           ADD 1 TO WS-Program-Count
           ADD 1 TO WS-Daily-Count
           STRING "Run Date: " WS-Current-Date
               "   Selection: " WS-From-Date " thru " WS-Thru-Date
               " Program: " WS-Program-Select
               " Operator: " WS-Operator-Select
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "DATE     TIME   PROGRAM    OPERATOR INPUT FIELDS"
               TO REPORT-LINE
           MOVE "RESULT" TO REPORT-LINE (78:6)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> Operators are totalled in the order first met. Entries
      *> from programs with no sign-on (the batch runs HOLDBTCH,
      *> ENROLLUPD and STUDMRG, and CALCULATOR) carry a blank
      *> operator and total as (NONE).
       620-COUNT-OPERATOR.
           MOVE "N" TO WS-Oper-Found
           PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
               UNTIL WS-Oper-Sub > WS-Oper-Count
               OR WS-Oper-Found = "Y"
               IF WO-OPERATOR-ID (WS-Oper-Sub) = SA-OPERATOR-ID
                   ADD 1 TO WO-COUNT (WS-Oper-Sub)
                   MOVE "Y" TO WS-Oper-Found
               END-IF
           END-PERFORM
           IF WS-Oper-Found = "N"
               IF WS-Oper-Count >= WS-Oper-Max
                   IF WS-Oper-Full-Warned = "N"
                       DISPLAY "AUDITRPT: OPERATOR TABLE FULL AT "
                           SA-OPERATOR-ID
                       MOVE "Y" TO WS-Oper-Full-Warned
                   END-IF
               ELSE
                   ADD 1 TO WS-Oper-Count
                   MOVE SA-OPERATOR-ID TO WO-OPERATOR-ID (WS-Oper-Count)
                   MOVE 1 TO WO-COUNT (WS-Oper-Count)
               END-IF
           END-IF.

       650-WRITE-PROGRAM-COUNT.
           MOVE SPACES TO REPORT-LINE
           STRING "  COUNT FOR " WS-Prior-Program " ON "
           WRITE REPORT-LINE
           STRING "GRAND TOTAL AUDIT RECORDS REPORTED: " WS-Grand-Total
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-Oper-Count > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "TOTALS BY OPERATOR" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
                   UNTIL WS-Oper-Sub > WS-Oper-Count
                   PERFORM 710-WRITE-OPERATOR-TOTAL
               END-PERFORM
           END-IF.

       710-WRITE-OPERATOR-TOTAL.
           IF WO-OPERATOR-ID (WS-Oper-Sub) = SPACES
               MOVE "(NONE)" TO WS-Oper-Label
           ELSE
               MOVE WO-OPERATOR-ID (WS-Oper-Sub) TO WS-Oper-Label
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  OPERATOR " WS-Oper-Label ": "
               WO-COUNT (WS-Oper-Sub)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
