      *> AUDITREC - common audit trail record layout
      *> Shared by APP3 and CALCULATOR; appended to on every run
      *> AL-OPERATOR-ID is the operator signed on to the online
      *> program that made the entry; spaces for batch and for
      *> programs that have no sign-on.
       01  AUDIT-LOG-RECORD.
           05  AL-TIMESTAMP           PIC X(14).
           05  AL-PROGRAM             PIC X(10).
           05  AL-INPUT-FIELDS        PIC X(40).
           05  AL-RESULT              PIC X(30).
           05  AL-OPERATOR-ID         PIC X(8).
