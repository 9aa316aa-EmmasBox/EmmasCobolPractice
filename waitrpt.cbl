           PERFORM 250-LOOKUP-STUDENT-NAME
           MOVE SPACES TO REPORT-LINE
           STRING "  " WL-ARRIVAL-SEQ " " WL-STUDENT-ID " "
               WS-Student-Name " " WL-REQUEST-DATE " " WL-TERM
               " SECTION " WL-SECTION
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-Course-Count
