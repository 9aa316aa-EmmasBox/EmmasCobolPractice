      *> INSTRUC - instructor master record layout
      *> One record per instructor, keyed by instructor ID, the same
      *> ID carried on SECTMAS and as the authorizing instructor on
      *> GCHGTRAN. Maintained through INSTMNT; read by SECTMNT,
      *> CRSRPT, SCHEDRPT, LOADRPT and GRADCHG.
      *> IN-MAX-SECTIONS is the normal teaching load per term;
      *> LOADRPT flags an instructor assigned more.
      *> IN-STATUS: A = active, I = inactive. An inactive
      *> instructor stays on file for the sections already taught
      *> but cannot be given a new one.
       01  INSTRUCTOR-RECORD.
           05  IN-INSTRUCTOR-ID       PIC X(6).
           05  IN-INSTRUCTOR-NAME     PIC X(30).
           05  IN-DEPARTMENT          PIC X(5).
           05  IN-MAX-SECTIONS        PIC 9(2).
           05  IN-STATUS              PIC X(1).
