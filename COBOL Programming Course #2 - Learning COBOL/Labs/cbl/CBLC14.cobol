               RECORD KEY IS KHS-HIST-KEY
               FILE STATUS IS WS-KHIST-STATUS.
           SELECT SUMM-FILE   ASSIGN TO SUMMOUT.
           SELECT ACCT-REC    ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ARCH-FILE   ASSIGN TO ARCHOUT.
           SELECT SYSIN-CARD  ASSIGN TO SYSIN.
           SELECT CLOSE-LINE  ASSIGN TO CLSELINE.
           05  SUM-PAYMENT-AMOUNT PIC S9(9)V99 COMP-3.
           05  SUM-FEE-COUNT      PIC 9(5).
           05  SUM-FEE-AMOUNT     PIC S9(9)V99 COMP-3.
      * Added for credit bureau reporting: the month's opening,
      * closing, and highest balance. The closing balance is the
      * master's at close; the opening is backed out of it by the
      * month's net movement, and the high is the opening plus the
      * highest point the running movement reached.
           05  SUM-OPEN-BALANCE   PIC S9(9)V99 COMP-3.
           05  SUM-CLOSE-BALANCE  PIC S9(9)V99 COMP-3.
           05  SUM-HIGH-BALANCE   PIC S9(9)V99 COMP-3.
      * Added for the annual summary: finance charges ('I') counted
      * apart from fees, so the year-end roll-up can show each.
           05  SUM-FINCHG-COUNT   PIC 9(5).
           05  SUM-FINCHG-AMOUNT  PIC S9(9)V99 COMP-3.
      *
      * Added for credit bureau reporting: read for the closing
      * balance only. An account purged during the month is gone
      * from the master and closes at zero.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           05  ACCT-NO            PIC X(8).
           05  ACCT-LIMIT         PIC S9(7)V99 COMP-3.
           05  ACCT-BALANCE       PIC S9(7)V99 COMP-3.
           05  LAST-NAME          PIC X(20).
           05  FIRST-NAME         PIC X(15).
           05  CLIENT-ADDR.
               10  STREET-ADDR    PIC X(25).
               10  CITY-COUNTY    PIC X(20).
               10  USA-STATE      PIC X(15).
               10  ZIP-CODE       PIC X(9).
           05  RESERVED           PIC X(7).
           05  LAST-ACTIVITY-DATE REDEFINES RESERVED
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
      * Generation-dataset archive of purged detail, written before
      * the DELETE the way CBL0012 archives purged accounts: if the
           05 LASTREC          PIC X VALUE SPACE.
      *
       01  WS-KHIST-STATUS      PIC X(2) VALUE '00'.
       01  WS-ACCT-STATUS       PIC X(2) VALUE '00'.
      *
       01  WS-SWEEP-LASTREC     PIC X VALUE SPACE.
      *
           05 WS-PAYMENT-AMOUNT  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-FEE-COUNT       PIC 9(5) VALUE ZERO.
           05 WS-FEE-AMOUNT      PIC S9(9)V99 COMP-3 VALUE ZERO.
      * Added for the annual summary.
           05 WS-FINCHG-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-FINCHG-AMOUNT   PIC S9(9)V99 COMP-3 VALUE ZERO.
      * Added for credit bureau reporting: the month's movement
      * against the balance as it runs, and the highest it ran.
           05 WS-RUNNING-NET     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-HIGH-NET        PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
       01  WS-CONTROL-TOTALS.
           05 WS-RECORD-COUNT    PIC 9(7) VALUE ZERO.
           OPEN INPUT HIST-FILE.
           OPEN I-O   KHIST-FILE.
           OPEN OUTPUT SUMM-FILE.
           OPEN INPUT ACCT-REC.
           OPEN OUTPUT ARCH-FILE.
           OPEN OUTPUT CLOSE-LINE.
      *
           CLOSE HIST-FILE.
           CLOSE KHIST-FILE.
           CLOSE SUMM-FILE.
           CLOSE ACCT-REC.
           CLOSE ARCH-FILE.
           CLOSE CLOSE-LINE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       CLEAR-SUMMARY-FIELDS.
           MOVE 'Y'  TO WS-ANY-BUFFERED.
           MOVE ZERO TO WS-DEBIT-COUNT WS-CREDIT-COUNT
                        WS-PAYMENT-COUNT WS-FEE-COUNT
                        WS-FINCHG-COUNT.
           MOVE ZERO TO WS-DEBIT-AMOUNT WS-CREDIT-AMOUNT
                        WS-PAYMENT-AMOUNT WS-FEE-AMOUNT
                        WS-FINCHG-AMOUNT.
           MOVE ZERO TO WS-RUNNING-NET WS-HIGH-NET.
      *
      * Added for returns and refunds: a returned payment ('N') comes
      * back out of the month's payments, since it was never
      * collected; a refund check ('K') or escheat remittance ('U')
      * counts with the debits, the side of the balance it raises.
       ACCUMULATE-SUMMARY.
           EVALUATE HST-TRANS-TYPE
               WHEN 'D'
               WHEN 'K'
               WHEN 'U'
                   ADD 1 TO WS-DEBIT-COUNT
                   ADD HST-AMOUNT TO WS-DEBIT-AMOUNT
               WHEN 'C'
               WHEN 'P'
                   ADD 1 TO WS-PAYMENT-COUNT
                   ADD HST-AMOUNT TO WS-PAYMENT-AMOUNT
               WHEN 'N'
                   SUBTRACT HST-AMOUNT FROM WS-PAYMENT-AMOUNT
               WHEN 'F'
                   ADD 1 TO WS-FEE-COUNT
                   ADD HST-AMOUNT TO WS-FEE-AMOUNT
               WHEN 'I'
                   ADD 1 TO WS-FINCHG-COUNT
                   ADD HST-AMOUNT TO WS-FINCHG-AMOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * Added for credit bureau reporting: debits and fees raise the
      * balance; credits, payments, and a charge-off lower it; a
      * recovery never touches it. A finance charge is a fee here,
      * and a returned payment, refund or remittance is a debit.
           EVALUATE HST-TRANS-TYPE
               WHEN 'D'
               WHEN 'F'
               WHEN 'I'
               WHEN 'N'
               WHEN 'K'
               WHEN 'U'
                   ADD HST-AMOUNT TO WS-RUNNING-NET
               WHEN 'C'
               WHEN 'P'
               WHEN 'O'
                   SUBTRACT HST-AMOUNT FROM WS-RUNNING-NET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-RUNNING-NET > WS-HIGH-NET
               MOVE WS-RUNNING-NET TO WS-HIGH-NET
           END-IF
           .
      *
       WRITE-ACCOUNT-SUMMARY.
           MOVE WS-PAYMENT-AMOUNT TO SUM-PAYMENT-AMOUNT.
           MOVE WS-FEE-COUNT      TO SUM-FEE-COUNT.
           MOVE WS-FEE-AMOUNT     TO SUM-FEE-AMOUNT.
           MOVE WS-FINCHG-COUNT   TO SUM-FINCHG-COUNT.
           MOVE WS-FINCHG-AMOUNT  TO SUM-FINCHG-AMOUNT.
           MOVE WS-PRIOR-ACCT-NO  TO ACCT-NO.
           READ ACCT-REC
               INVALID KEY
                   MOVE ZERO TO SUM-CLOSE-BALANCE
               NOT INVALID KEY
                   MOVE ACCT-BALANCE TO SUM-CLOSE-BALANCE
           END-READ.
           COMPUTE SUM-OPEN-BALANCE =
               SUM-CLOSE-BALANCE - WS-RUNNING-NET.
           COMPUTE SUM-HIGH-BALANCE =
               SUM-OPEN-BALANCE + WS-HIGH-NET.
           WRITE SUMM-REC.
      *
      * Archive first, then delete, in the CBL0012 order that can
