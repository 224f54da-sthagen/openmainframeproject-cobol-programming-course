           05  JNL-RUN-DATE       PIC 9(8).
           05  JNL-TRANS-SEQ      PIC 9(7).
           05  JNL-ACTION         PIC X(1).
           05  JNL-BEFORE-IMAGE   PIC X(182).
      * Added for maker-checker approval: who keyed and who approved
      * the change the image was taken ahead of.
           05  JNL-OPERATOR-ID    PIC X(8).
           05  JNL-APPROVER-ID    PIC X(8).
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
       FD  BKOUT-LINE RECORDING MODE F.
       01  BKOUT-REC.
               10  JT-RUN-DATE    PIC 9(8).
               10  JT-TRANS-SEQ   PIC 9(7).
               10  JT-ACTION      PIC X(1).
               10  JT-IMAGE       PIC X(182).
      *
       01  WS-BACKOUT-TOTALS.
           05 WS-REWRITTEN-COUNT PIC 9(5) VALUE ZERO.
