           MOVE ET-STUDENT-ID TO SH-STUDENT-ID
           MOVE WS-Before-Image TO SH-BEFORE-IMAGE
           MOVE WS-After-Image TO SH-AFTER-IMAGE
           MOVE SPACES TO SH-OPERATOR-ID
           WRITE STUDENT-HISTORY-RECORD
           CLOSE HISTORY-FILE.

