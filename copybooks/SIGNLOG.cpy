      *> SIGNLOG - operator sign-on attempt record layout
      *> Appended to by every online program at each sign-on
      *> attempt, good or bad; read by SIGNRPT.
      *> SG-OPERATOR-ID is the ID as keyed, whether or not it is
      *> on OPERSEC. SG-RESULT: S = signed on, F = failed.
      *> SG-REASON says why a failed attempt was refused.
       01  SIGNON-LOG-RECORD.
           05  SG-TIMESTAMP           PIC X(14).
           05  SG-PROGRAM             PIC X(10).
           05  SG-OPERATOR-ID         PIC X(8).
           05  SG-RESULT              PIC X(1).
           05  SG-REASON              PIC X(20).
