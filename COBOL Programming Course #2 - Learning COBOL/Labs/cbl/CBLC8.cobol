      * an account is the one read last -- and the one kept when a
      * requested account appears in more than one generation.
       FD  ARCH-FILE RECORDING MODE F.
       01  ARCH-REC               PIC X(182).
      *
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
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
      * Reinstate request cards: one ACCT-NO per card in columns 1-8,
      * up to 50 cards per run.
           05 REQUEST-ENTRY OCCURS 50 TIMES.
               10  REQ-TABLE-ACCT-NO PIC X(8).
               10  REQ-FOUND         PIC X(1).
               10  REQ-IMAGE         PIC X(182).
      *
       01  WS-CONTROL-TOTALS.
           05 WS-REINSTATED-COUNT PIC 9(5) VALUE ZERO.
