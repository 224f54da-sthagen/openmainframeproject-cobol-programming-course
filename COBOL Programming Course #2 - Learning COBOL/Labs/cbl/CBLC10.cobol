                                  PIC 9(8) COMP-3.
           05  COMMENTS           PIC X(50).
           05  ACCT-CYCLE         PIC X(2).
           05  ACCT-STATUS-CODE   PIC X(1).
               88  ACCT-STAT-ACTIVE    VALUE 'A' ' '.
               88  ACCT-STAT-BLOCKED   VALUE 'B'.
               88  ACCT-STAT-PAYOFF    VALUE 'P'.
               88  ACCT-STAT-CLOSED    VALUE 'X'.
               88  ACCT-STAT-DECEASED  VALUE 'D'.
               88  ACCT-STAT-CHARGED-OFF VALUE 'C'.
      *
       FD  INQUIRY-LINE RECORDING MODE F.
       01  INQUIRY-REC            PIC X(80).
