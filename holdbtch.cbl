       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDBTCH.
       AUTHOR. EMMA SKOVGAARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-Hold-Status.
           SELECT INVOICE-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-INVOICE-KEY
               FILE STATUS IS WS-Invoice-Status.
           SELECT STANDING-FILE ASSIGN TO "STANDFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STUDENT-ID
               FILE STATUS IS WS-Standing-Status.
           SELECT REPORT-OUT ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY HOLDS.
       FD  INVOICE-FILE.
           COPY INVFILE.
       FD  STANDING-FILE.
           COPY STANDING.
       FD  REPORT-OUT.
       01  REPORT-LINE PIC X(80).
       FD  AUDIT-LOG.
           COPY AUDITREC.
       FD  RUN-HISTORY.
           COPY RUNHIST.
        WORKING-STORAGE SECTION.
          01 WS-Hold-Status PIC X(2).
          01 WS-Invoice-Status PIC X(2).
          01 WS-Standing-Status PIC X(2).
          01 WS-Report-Status PIC X(2).
          01 WS-Audit-Status PIC X(2).
          01 WS-Invoice-Avail PIC X(1) VALUE "N".
          01 WS-Standing-Avail PIC X(1) VALUE "N".
          01 WS-Eof-Switch PIC X(1) VALUE "N".
          01 WS-Scan-Eof PIC X(1) VALUE "N".
          01 WS-First-Record PIC X(1) VALUE "Y".
          01 WS-Prior-Student PIC X(9).
          01 WS-Student-ID PIC X(9).
          01 WS-Hold-Type PIC X(1).
          01 WS-Reason PIC X(30).
          01 WS-Active-Found PIC X(1) VALUE "N".
          01 WS-Release-Hold PIC X(1) VALUE "N".
          01 WS-Balance PIC 9(7)V99 VALUE 0.
          01 WS-Student-Balance PIC 9(7)V99 VALUE 0.
          01 WS-Edit-Balance PIC Z(6)9.99.
          01 WS-Edit-Gpa PIC 9.99.
          01 WS-Current-Date PIC X(8).
          01 WS-Holds-Read PIC 9(5) VALUE 0.
          01 WS-Invoices-Read PIC 9(5) VALUE 0.
          01 WS-Standing-Read PIC 9(5) VALUE 0.
          01 WS-Released-Count PIC 9(5) VALUE 0.
          01 WS-Fin-Placed PIC 9(5) VALUE 0.
          01 WS-Acad-Placed PIC 9(5) VALUE 0.
          01 WS-Records-Read PIC 9(7) VALUE 0.
          01 WS-Records-Written PIC 9(7) VALUE 0.
          01 WS-Audit-Input PIC X(40).
          01 WS-Audit-Result PIC X(30).
          01 WS-Run-Status PIC X(2).
          01 WS-Run-Start-Time PIC X(14).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 950-WRITE-RUN-START
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Current-Date
           OPEN I-O HOLD-FILE
           IF WS-Hold-Status = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-Hold-Status NOT = "00"
               DISPLAY "HOLDBTCH: cannot open HOLD-FILE, STATUS="
                   WS-Hold-Status
               STOP RUN
           END-IF
           PERFORM 100-OPEN-INPUTS
           OPEN OUTPUT REPORT-OUT
           PERFORM 150-WRITE-REPORT-HEADER
           PERFORM 200-RELEASE-PASS
           IF WS-Invoice-Avail = "Y"
               PERFORM 300-FINANCIAL-PASS
           END-IF
           IF WS-Standing-Avail = "Y"
               PERFORM 400-ACADEMIC-PASS
           END-IF
           PERFORM 700-WRITE-CONTROL-TOTALS
           CLOSE HOLD-FILE
           IF WS-Invoice-Avail = "Y"
               CLOSE INVOICE-FILE
           END-IF
           IF WS-Standing-Avail = "Y"
               CLOSE STANDING-FILE
           END-IF
           CLOSE REPORT-OUT
           PERFORM 958-WRITE-RUN-END
           STOP RUN.

      *> INVFILE only exists once TUITBILL has billed a term, and
      *> STANDFIL once ACADSTND has run; until then there is simply
      *> nothing to place holds from.
       100-OPEN-INPUTS.
           OPEN INPUT INVOICE-FILE
           IF WS-Invoice-Status = "00"
               MOVE "Y" TO WS-Invoice-Avail
           ELSE
               DISPLAY "HOLDBTCH: INVOICE-FILE not available, STATUS="
                   WS-Invoice-Status
           END-IF
           OPEN INPUT STANDING-FILE
           IF WS-Standing-Status = "00"
               MOVE "Y" TO WS-Standing-Avail
           ELSE
               DISPLAY "HOLDBTCH: STANDING-FILE not available, STATUS="
                   WS-Standing-Status
           END-IF.

       150-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "NIGHTLY HOLD PROCESSING        Run Date: "
               WS-Current-Date
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "ACTION   STUDENT ID T REASON" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> Only holds this run placed are released here: a financial
      *> hold once the student owes nothing on any invoice, an
      *> academic hold once the student is no longer on probation
      *> (or no longer carries a standing at all). Holds placed
      *> through HOLDMNT are left for the registrar to release.
       200-RELEASE-PASS.
           MOVE "N" TO WS-Eof-Switch
           MOVE LOW-VALUES TO HD-HOLD-KEY
           START HOLD-FILE KEY >= HD-HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Eof-Switch
           END-START
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       ADD 1 TO WS-Holds-Read
                       IF HD-RELEASED-DATE = SPACES
                           AND HD-SOURCE = "B"
                           PERFORM 210-CHECK-RELEASE
                       END-IF
               END-READ
           END-PERFORM.

       210-CHECK-RELEASE.
           MOVE "N" TO WS-Release-Hold
           MOVE HD-STUDENT-ID TO WS-Student-ID
           MOVE HD-HOLD-TYPE TO WS-Hold-Type
           EVALUATE HD-HOLD-TYPE
               WHEN "F"
                   IF WS-Invoice-Avail = "Y"
                       PERFORM 250-STUDENT-BALANCE
                       IF WS-Student-Balance = 0
                           MOVE "Y" TO WS-Release-Hold
                       END-IF
                   END-IF
               WHEN "A"
                   IF WS-Standing-Avail = "Y"
                       MOVE HD-STUDENT-ID TO ST-STUDENT-ID
                       READ STANDING-FILE
                           INVALID KEY
                               MOVE "Y" TO WS-Release-Hold
                           NOT INVALID KEY
                               IF ST-STANDING NOT = "P"
                                   MOVE "Y" TO WS-Release-Hold
                               END-IF
                       END-READ
                   END-IF
           END-EVALUATE
           IF WS-Release-Hold = "Y"
               PERFORM 220-RELEASE-HOLD
           END-IF.

       220-RELEASE-HOLD.
           MOVE WS-Current-Date TO HD-RELEASED-DATE
           REWRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "HOLDBTCH: UNABLE TO RELEASE HOLD "
                       WS-Student-ID " " WS-Hold-Type
               NOT INVALID KEY
                   ADD 1 TO WS-Released-Count
                   MOVE HD-REASON TO WS-Reason
                   MOVE SPACES TO REPORT-LINE
                   STRING "RELEASED " WS-Student-ID " " WS-Hold-Type
                       " " WS-Reason
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO WS-Audit-Result
                   STRING "HOLD RELEASED " WS-Reason
                       DELIMITED BY SIZE INTO WS-Audit-Result
                   PERFORM 800-WRITE-AUDIT
           END-REWRITE.

      *> Same balance BALRPT reports: the unpaid part of every
      *> invoice the student has, across all terms.
       250-STUDENT-BALANCE.
           MOVE 0 TO WS-Student-Balance
           MOVE "N" TO WS-Scan-Eof
           MOVE WS-Student-ID TO IV-STUDENT-ID
           MOVE SPACES TO IV-TERM
           START INVOICE-FILE KEY >= IV-INVOICE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Scan-Eof
           END-START
           PERFORM UNTIL WS-Scan-Eof = "Y"
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Scan-Eof
                   NOT AT END
                       IF IV-STUDENT-ID NOT = WS-Student-ID
                           MOVE "Y" TO WS-Scan-Eof
                       ELSE
                           IF IV-PAID-AMOUNT < IV-TOTAL-AMOUNT
                               COMPUTE WS-Balance =
                                   IV-TOTAL-AMOUNT - IV-PAID-AMOUNT
                               ADD WS-Balance TO WS-Student-Balance
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> INVFILE is keyed student then term, so a student's invoices
      *> arrive together and the balance closes out at the break.
       300-FINANCIAL-PASS.
           MOVE "N" TO WS-Eof-Switch
           MOVE "Y" TO WS-First-Record
           MOVE 0 TO WS-Student-Balance
           MOVE LOW-VALUES TO IV-INVOICE-KEY
           START INVOICE-FILE KEY >= IV-INVOICE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Eof-Switch
           END-START
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       ADD 1 TO WS-Invoices-Read
                       PERFORM 310-INVOICE-BREAK
                       IF IV-PAID-AMOUNT < IV-TOTAL-AMOUNT
                           COMPUTE WS-Balance =
                               IV-TOTAL-AMOUNT - IV-PAID-AMOUNT
                           ADD WS-Balance TO WS-Student-Balance
                       END-IF
               END-READ
           END-PERFORM
           IF WS-First-Record = "N"
               PERFORM 320-CHECK-FINANCIAL-HOLD
           END-IF.

       310-INVOICE-BREAK.
           IF WS-First-Record = "Y"
               MOVE IV-STUDENT-ID TO WS-Prior-Student
               MOVE "N" TO WS-First-Record
           ELSE
               IF IV-STUDENT-ID NOT = WS-Prior-Student
                   PERFORM 320-CHECK-FINANCIAL-HOLD
                   MOVE IV-STUDENT-ID TO WS-Prior-Student
                   MOVE 0 TO WS-Student-Balance
               END-IF
           END-IF.

       320-CHECK-FINANCIAL-HOLD.
           IF WS-Student-Balance > 0
               MOVE WS-Prior-Student TO WS-Student-ID
               MOVE "F" TO WS-Hold-Type
               MOVE WS-Student-Balance TO WS-Edit-Balance
               MOVE SPACES TO WS-Reason
               STRING "UNPAID BALANCE " WS-Edit-Balance
                   DELIMITED BY SIZE INTO WS-Reason
               PERFORM 500-PLACE-HOLD
           END-IF.

       400-ACADEMIC-PASS.
           MOVE "N" TO WS-Eof-Switch
           MOVE LOW-VALUES TO ST-STUDENT-ID
           START STANDING-FILE KEY >= ST-STUDENT-ID
               INVALID KEY
                   MOVE "Y" TO WS-Eof-Switch
           END-START
           PERFORM UNTIL WS-Eof-Switch = "Y"
               READ STANDING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof-Switch
                   NOT AT END
                       ADD 1 TO WS-Standing-Read
                       IF ST-STANDING = "P"
                           MOVE ST-STUDENT-ID TO WS-Student-ID
                           MOVE "A" TO WS-Hold-Type
                           MOVE ST-GPA TO WS-Edit-Gpa
                           MOVE SPACES TO WS-Reason
                           STRING "ACADEMIC PROBATION GPA "
                               WS-Edit-Gpa
                               DELIMITED BY SIZE INTO WS-Reason
                           PERFORM 500-PLACE-HOLD
                       END-IF
               END-READ
           END-PERFORM.

      *> A student already under an active hold of the same type,
      *> whoever placed it, gets no second one.
       500-PLACE-HOLD.
           PERFORM 510-FIND-ACTIVE-HOLD
           IF WS-Active-Found = "N"
               MOVE WS-Student-ID TO HD-STUDENT-ID
               MOVE WS-Hold-Type TO HD-HOLD-TYPE
               MOVE WS-Current-Date TO HD-PLACED-DATE
               MOVE WS-Reason TO HD-REASON
               MOVE SPACES TO HD-RELEASED-DATE
               MOVE "B" TO HD-SOURCE
               WRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "HOLDBTCH: UNABLE TO PLACE HOLD "
                           WS-Student-ID " " WS-Hold-Type
                   NOT INVALID KEY
                       IF WS-Hold-Type = "F"
                           ADD 1 TO WS-Fin-Placed
                       ELSE
                           ADD 1 TO WS-Acad-Placed
                       END-IF
                       MOVE SPACES TO REPORT-LINE
                       STRING "PLACED   " WS-Student-ID " "
                           WS-Hold-Type " " WS-Reason
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE SPACES TO WS-Audit-Result
                       STRING "HOLD PLACED " WS-Reason
                           DELIMITED BY SIZE INTO WS-Audit-Result
                       PERFORM 800-WRITE-AUDIT
               END-WRITE
           END-IF.

       510-FIND-ACTIVE-HOLD.
           MOVE "N" TO WS-Active-Found
           MOVE "N" TO WS-Scan-Eof
           MOVE WS-Student-ID TO HD-STUDENT-ID
           MOVE WS-Hold-Type TO HD-HOLD-TYPE
           MOVE SPACES TO HD-PLACED-DATE
           START HOLD-FILE KEY >= HD-HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Scan-Eof
           END-START
           PERFORM UNTIL WS-Scan-Eof = "Y"
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Scan-Eof
                   NOT AT END
                       IF HD-STUDENT-ID NOT = WS-Student-ID
                           OR HD-HOLD-TYPE NOT = WS-Hold-Type
                           MOVE "Y" TO WS-Scan-Eof
                       ELSE
                           IF HD-RELEASED-DATE = SPACES
                               MOVE "Y" TO WS-Active-Found
                               MOVE "Y" TO WS-Scan-Eof
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       700-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "HOLDS READ: " WS-Holds-Read
               "  INVOICES READ: " WS-Invoices-Read
               "  STANDINGS READ: " WS-Standing-Read
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RELEASED: " WS-Released-Count
               "  FINANCIAL PLACED: " WS-Fin-Placed
               "  ACADEMIC PLACED: " WS-Acad-Placed
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "HOLDBTCH: RELEASED " WS-Released-Count
               " FINANCIAL PLACED " WS-Fin-Placed
               " ACADEMIC PLACED " WS-Acad-Placed.

       800-WRITE-AUDIT.
           MOVE SPACES TO WS-Audit-Input
           STRING "STUDENT=" WS-Student-ID
               " HOLD=" WS-Hold-Type
               DELIMITED BY SIZE INTO WS-Audit-Input
           OPEN EXTEND AUDIT-LOG
           IF WS-Audit-Status = "05" OR WS-Audit-Status = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO AL-TIMESTAMP
           MOVE "HOLDBTCH" TO AL-PROGRAM
           MOVE WS-Audit-Input TO AL-INPUT-FIELDS
           MOVE WS-Audit-Result TO AL-RESULT
           MOVE SPACES TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.

       950-WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Run-Start-Time
           PERFORM 955-OPEN-RUN-HISTORY
           MOVE "HOLDBTCH" TO RH-PROGRAM
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
           COMPUTE WS-Records-Read = WS-Holds-Read + WS-Invoices-Read
               + WS-Standing-Read
           COMPUTE WS-Records-Written = WS-Released-Count
               + WS-Fin-Placed + WS-Acad-Placed
           PERFORM 955-OPEN-RUN-HISTORY
           MOVE "HOLDBTCH" TO RH-PROGRAM
           MOVE "E" TO RH-RECORD-TYPE
           MOVE WS-Run-Start-Time TO RH-START-TIME
           MOVE FUNCTION CURRENT-DATE (1:14) TO RH-END-TIME
           MOVE WS-Records-Read TO RH-RECORDS-READ
           MOVE WS-Records-Written TO RH-RECORDS-WRITTEN
           MOVE "C" TO RH-OUTCOME
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY.
