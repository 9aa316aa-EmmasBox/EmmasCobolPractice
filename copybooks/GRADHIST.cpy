      *> GRADHIST - GRADE-FILE change-history record layout
      *> Appended to by every program that replaces a grade already
      *> on GRADE-FILE: GRADPOST on a re-post, GRADCHG for an
      *> authorized grade change, and INCEXPR when an incomplete
      *> lapses to F. One record per change, the same before/after
      *> discipline STUDHIST keeps for STUDENT-MASTER.
      *> GH-ACTION: R = rewrite (grade replaced).
      *> GH-REASON-CODE: RP = re-posted by GRADPOST, CE = clerical
      *> error, IC = incomplete completed, GA = grade appeal upheld,
      *> IX = incomplete expired to F.
      *> GH-INSTRUCTOR-ID is the authorizing instructor for a GRADCHG
      *> change and spaces for the batch reasons.
      *> GH-BEFORE-IMAGE and GH-AFTER-IMAGE are whole GRADE-RECORDs.
       01  GRADE-HISTORY-RECORD.
           05  GH-TIMESTAMP           PIC X(14).
           05  GH-PROGRAM             PIC X(10).
           05  GH-ACTION              PIC X(1).
           05  GH-GRADE-KEY.
               10  GH-STUDENT-ID      PIC X(9).
               10  GH-COURSE-ID       PIC X(6).
               10  GH-TERM            PIC X(5).
           05  GH-REASON-CODE         PIC X(2).
           05  GH-INSTRUCTOR-ID       PIC X(6).
           05  GH-BEFORE-IMAGE        PIC X(30).
           05  GH-AFTER-IMAGE         PIC X(30).
