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
      * The review period's transaction history written by CBL0008
      * and CBL0011; only the type 'P' payment records matter here.
      * Added for ACH returns: so does a type 'N' returned payment,
      * which takes back the payment the bank could not collect.
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-REC.
           05  HST-ACCT-NO        PIC X(8).
           05  HST-TRANS-SEQ      PIC 9(5) COMP-3.
           05  HST-TRANS-TYPE     PIC X(1).
               88  HST-TYPE-PAYMENT   VALUE 'P'.
               88  HST-TYPE-RETURNED  VALUE 'N'.
           05  HST-AMOUNT         PIC S9(7)V99 COMP-3.
      *
      * Proposed limit changes, laid out as CBL0007's TRANS-REC but
           05  PRP-RESERVED       PIC X(7).
           05  PRP-COMMENTS       PIC X(50).
           05  PRP-ACCT-CYCLE     PIC X(2).
           05  PRP-ACCT-STATUS-CODE PIC X(1).
      * Added for maker-checker approval: the proposals are keyed by
      * this program, so it stands as their operator. A raise big
      * enough to need a second operator is held by CBL0007 until a
      * credit officer's approval card releases it.
           05  PRP-OPERATOR-ID    PIC X(8).
           05  PRP-APPROVER-ID    PIC X(8).
      *
       FD  REVIEW-LINE RECORDING MODE F.
       01  REVIEW-REC.
               IF HST-TYPE-PAYMENT
                   PERFORM TALLY-PAYMENT
               END-IF
               IF HST-TYPE-RETURNED
                   PERFORM TALLY-RETURN
               END-IF
               PERFORM READ-HISTORY
           END-PERFORM
           .
               END-IF
           END-IF.
      *
      * A returned payment backs its payment out of the account's
      * tally, so a debit the bank sent back never counts toward a
      * raise. The history is in account and date order, so the
      * payment it returns has already been tallied.
       TALLY-RETURN.
           MOVE 'N' TO PAY-FOUND.
           PERFORM VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > PAY-COUNT OR PAY-FOUND = 'Y'
               IF PAY-ACCT-NO (PAY-IDX) = HST-ACCT-NO
                   MOVE 'Y' TO PAY-FOUND
                   IF PAY-PAYMENTS (PAY-IDX) > ZERO
                       SUBTRACT 1 FROM PAY-PAYMENTS (PAY-IDX)
                   END-IF
                   SUBTRACT HST-AMOUNT FROM PAY-TOTAL (PAY-IDX)
               END-IF
           END-PERFORM.
      *
      * Scores one account off the three signals on hand. Utilization
      * and payment count read off the loaded data; dormancy off
      * LAST-ACTIVITY-DATE with the same guarded date handling as
           MOVE SPACES           TO PRP-RESERVED.
           MOVE SPACES           TO PRP-COMMENTS.
           MOVE SPACES           TO PRP-ACCT-CYCLE.
           MOVE SPACES           TO PRP-ACCT-STATUS-CODE.
           MOVE 'CBL0018'        TO PRP-OPERATOR-ID.
           MOVE SPACES           TO PRP-APPROVER-ID.
           WRITE PROP-REC.
           MOVE ACCT-NO          TO REV-ACCT-NO-O.
           MOVE ACCT-LIMIT       TO REV-OLD-LIMIT-O.
