      *> OPERSEC - operator security record layout
      *> One record per operator allowed to sign on to the online
      *> maintenance programs, keyed by operator ID. Maintained
      *> through OPERMNT by a supervisor.
      *> OP-AUTHORITY: I = inquiry (browse only), U = update
      *> (add, change and delete), S = supervisor (update, plus
      *> STUDBACK restores, CRSMAINT fee changes and OPERMNT).
      *> OP-STATUS: A = active, R = revoked. A revoked operator
      *> stays on file so the audit trails still resolve to a name.
       01  OPERATOR-RECORD.
           05  OP-OPERATOR-ID         PIC X(8).
           05  OP-PASSWORD            PIC X(8).
           05  OP-AUTHORITY           PIC X(1).
           05  OP-OPERATOR-NAME       PIC X(30).
           05  OP-STATUS              PIC X(1).
           05  OP-LAST-SIGNON         PIC X(14).
