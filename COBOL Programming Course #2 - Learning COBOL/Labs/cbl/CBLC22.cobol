      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0027.
       AUTHOR.        Otto B. Boolean.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO APAYRTN.
           SELECT APAY-FILE   ASSIGN TO APAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APY-ACCT-NO
               FILE STATUS IS WS-APAY-STATUS.
           SELECT ACCT-REC    ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT HIST-FILE   ASSIGN TO HISTFILE.
           SELECT RETURN-LINE ASSIGN TO RTNLINE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      * ACH returns: the bank's daily file of autopay debits it could
      * not collect (no funds, account closed, authorization
      * revoked), one record per returned entry. The individual ID
      * CBL0026 sent comes back as the account number, and the trace
      * number and return reason code are carried for the register.
       FD  RETURN-FILE RECORDING MODE F.
       01  RETURN-REC.
           05  RTN-ACCT-NO        PIC X(8).
           05  RTN-DEBIT-DATE     PIC 9(8).
           05  RTN-AMOUNT         PIC 9(7)V99.
           05  RTN-REASON         PIC X(3).
           05  RTN-TRACE-NO       PIC X(15).
           05  FILLER             PIC X(37).
      *
       FD  APAY-FILE RECORDING MODE F.
       01  APAY-REC.
           05  APY-ACCT-NO        PIC X(8).
           05  APY-ROUTING-NO     PIC 9(9).
           05  APY-BANK-ACCT-NO   PIC X(17).
           05  APY-BANK-ACCT-TYPE PIC X(1).
               88  APY-CHECKING       VALUE 'C'.
               88  APY-SAVINGS        VALUE 'S'.
           05  APY-PAY-OPTION     PIC X(1).
               88  APY-PAY-MINIMUM    VALUE 'M'.
               88  APY-PAY-STATEMENT  VALUE 'S'.
               88  APY-PAY-FIXED      VALUE 'F'.
           05  APY-FIXED-AMOUNT   PIC S9(7)V99 COMP-3.
           05  APY-STATUS         PIC X(1).
               88  APY-STAT-ACTIVE    VALUE 'A'.
               88  APY-STAT-SUSPENDED VALUE 'S'.
               88  APY-STAT-CANCELLED VALUE 'X'.
           05  APY-RETURN-COUNT   PIC 9(1).
           05  APY-ENROLL-DATE    PIC 9(8).
           05  APY-STATUS-DATE    PIC 9(8).
           05  APY-LAST-DEBIT-DATE PIC 9(8).
           05  APY-LAST-DEBIT-AMT PIC S9(7)V99 COMP-3.
           05  APY-LAST-DEBIT-RETURNED PIC X(1).
               88  APY-LAST-RETURNED  VALUE 'Y'.
           05  FILLER             PIC X(9).
      *
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
      * A returned payment is put back on the balance as a type 'N'
      * history posting, the inverse of the 'P' CBL0026's debit
      * posted, so the statement shows the payment and its reversal
      * and CBL0020 books it back against cash, not to settlement
      * clearing.
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-REC.
           05  HST-ACCT-NO        PIC X(8).
           05  HST-TRANS-DATE     PIC 9(8) COMP-3.
           05  HST-TRANS-SEQ      PIC 9(5) COMP-3.
           05  HST-TRANS-TYPE     PIC X(1).
           05  HST-AMOUNT         PIC S9(7)V99 COMP-3.
      *
       FD  RETURN-LINE RECORDING MODE F.
       01  RETURN-LINE-REC.
           05  RTL-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RTL-DEBIT-DATE-O   PIC 9(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RTL-AMOUNT-O       PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RTL-REASON-O       PIC X(3).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RTL-TRACE-O        PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RTL-RESULT-O       PIC X(20).
           05  FILLER             PIC X(03) VALUE SPACES.
      *
      * The business date CBL0030 sets as the night's first step,
      * taken in place of the system clock's date so a run that
      * starts after midnight still processes the business day it
      * belongs to.
       FD  BUSDATE-FILE RECORDING MODE F.
       01  BUSDATE-REC.
           05  BDT-BUSINESS-DATE  PIC 9(8).
           05  BDT-PRIOR-DATE     PIC 9(8).
           05  BDT-NEXT-DATE      PIC 9(8).
           05  BDT-ROLLED-DATE    PIC 9(8).
           05  BDT-ROLLED-TIME    PIC 9(6).
           05  BDT-FORCED         PIC X(1).
           05  FILLER             PIC X(41).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 LASTREC          PIC X VALUE SPACE.
      *
       01  WS-ACCT-STATUS       PIC X(2) VALUE '00'.
       01  WS-APAY-STATUS       PIC X(2) VALUE '00'.
      *
       01  WS-RETURN-FIELDS.
           05 WS-RETURN-AMOUNT   PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-HIST-SEQ        PIC 9(5) VALUE ZERO.
      *
      * The second return suspends the enrollment; client service
      * reinstates it through CBL0025 once the customer gives new
      * bank details.
       01  WS-SUSPEND-AT        PIC 9(1) VALUE 2.
      *
       01  WS-CONTROL-TOTALS.
           05 WS-RECORD-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-REVERSED-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-SUSPENDED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-REVERSED  PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
       01  RETURN-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Autopay Return Register'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  RETURN-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Debited '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE '       Amount'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(03) VALUE 'Rsn'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE 'Trace Number   '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'Result              '.
           05  FILLER         PIC X(03) VALUE SPACES.
      *
       01  RETURN-HEADER-3.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE '-------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(03) VALUE '---'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE '---------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE '--------------------'.
           05  FILLER         PIC X(03) VALUE SPACES.
      *
       01  CONTROL-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Batch Control Totals'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-1.
           05  FILLER         PIC X(19) VALUE
               'Returns Read     = '.
           05  CTL-RECORD-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-2.
           05  FILLER         PIC X(19) VALUE
               'Reversed         = '.
           05  CTL-REVERSED-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-3.
           05  FILLER         PIC X(19) VALUE
               'Enrollments Susp = '.
           05  CTL-SUSPENDED-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-4.
           05  FILLER         PIC X(19) VALUE
               'Returns Rejected = '.
           05  CTL-REJECT-O   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-5.
           05  FILLER         PIC X(20) VALUE
               'Total Reversed    = '.
           05  CTL-TOTAL-REVERSED-O PIC $$$,$$$,$$$,$$9.99.
           05  FILLER         PIC X(42) VALUE SPACES.
      *
       01  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOUR         PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  WS-CURRENT-CENTISECOND  PIC 9(02).
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE =
               WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100
               + WS-CURRENT-DAY.
           OPEN INPUT RETURN-FILE.
           OPEN I-O   APAY-FILE.
           OPEN I-O   ACCT-REC.
           OPEN EXTEND HIST-FILE.
           OPEN OUTPUT RETURN-LINE.
      *
       WRITE-HEADERS.
           WRITE RETURN-LINE-REC FROM RETURN-HEADER-1.
           WRITE RETURN-LINE-REC FROM RETURN-HEADER-2.
           WRITE RETURN-LINE-REC FROM RETURN-HEADER-3.
           MOVE SPACES TO RETURN-LINE-REC.
      *
       READ-NEXT-RETURN.
           PERFORM READ-RETURN
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO WS-RECORD-COUNT
               PERFORM PROCESS-RETURN
               PERFORM READ-RETURN
           END-PERFORM
           .
      *
       CLOSE-STOP.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE RETURN-FILE.
           CLOSE APAY-FILE.
           CLOSE ACCT-REC.
           CLOSE HIST-FILE.
           CLOSE RETURN-LINE.
           GOBACK.
      *
       READ-RETURN.
           READ RETURN-FILE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      * A return must match an enrollment and an account. On a
      * charged-off account the payment went to CBL0024's recovery
      * file rather than the balance, so that reversal is left to
      * collections and the return rejects to the register.
      * A return must also be for the last debit CBL0026 took --
      * same date, same amount -- and that debit must not already
      * have been returned, so a bank file sent twice, or a return
      * for a debit never taken, cannot put money back on a balance.
       PROCESS-RETURN.
           MOVE SPACES          TO RETURN-LINE-REC.
           MOVE RTN-ACCT-NO     TO RTL-ACCT-NO-O.
           MOVE RTN-DEBIT-DATE  TO RTL-DEBIT-DATE-O.
           MOVE RTN-REASON      TO RTL-REASON-O.
           MOVE RTN-TRACE-NO    TO RTL-TRACE-O.
           IF RTN-AMOUNT IS NUMERIC
               MOVE RTN-AMOUNT  TO RTL-AMOUNT-O
           END-IF.
           MOVE RTN-ACCT-NO TO APY-ACCT-NO.
           READ APAY-FILE
               INVALID KEY
                   MOVE 'NOT ENROLLED' TO RTL-RESULT-O
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   MOVE RTN-ACCT-NO TO ACCT-NO
                   READ ACCT-REC
                       INVALID KEY
                           MOVE 'ACCOUNT NOT FOUND' TO RTL-RESULT-O
                           PERFORM WRITE-REJECT-LINE
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN RTN-AMOUNT IS NOT NUMERIC
                                   OR RTN-AMOUNT = ZERO
                                   MOVE 'BAD AMOUNT' TO RTL-RESULT-O
                                   PERFORM WRITE-REJECT-LINE
                               WHEN RTN-DEBIT-DATE
                                       NOT = APY-LAST-DEBIT-DATE
                                   OR RTN-AMOUNT
                                       NOT = APY-LAST-DEBIT-AMT
                                   MOVE 'NO MATCHING DEBIT'
                                       TO RTL-RESULT-O
                                   PERFORM WRITE-REJECT-LINE
                               WHEN APY-LAST-RETURNED
                                   MOVE 'ALREADY RETURNED'
                                       TO RTL-RESULT-O
                                   PERFORM WRITE-REJECT-LINE
                               WHEN ACCT-STAT-CHARGED-OFF
                                   MOVE 'ACCOUNT CHARGED OFF'
                                       TO RTL-RESULT-O
                                   PERFORM WRITE-REJECT-LINE
                               WHEN OTHER
                                   PERFORM REVERSE-PAYMENT
                           END-EVALUATE
                   END-READ
           END-READ
           .
      *
      * The returned amount goes back on the balance and the return
      * is counted against the enrollment. The count stops at nine;
      * by then the enrollment has long been suspended.
       REVERSE-PAYMENT.
           MOVE RTN-AMOUNT TO WS-RETURN-AMOUNT.
           MOVE 'Y'        TO APY-LAST-DEBIT-RETURNED.
           ADD WS-RETURN-AMOUNT TO ACCT-BALANCE.
           REWRITE ACCT-FIELDS.
           PERFORM WRITE-RETURN-HISTORY.
           ADD 1 TO WS-REVERSED-COUNT.
           ADD WS-RETURN-AMOUNT TO WS-TOTAL-REVERSED.
           IF APY-RETURN-COUNT < 9
               ADD 1 TO APY-RETURN-COUNT
           END-IF.
           IF APY-STAT-ACTIVE AND APY-RETURN-COUNT >= WS-SUSPEND-AT
               MOVE 'S'         TO APY-STATUS
               MOVE WS-RUN-DATE TO APY-STATUS-DATE
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE 'REVERSED-SUSPENDED' TO RTL-RESULT-O
           ELSE
               MOVE 'PAYMENT REVERSED' TO RTL-RESULT-O
           END-IF.
           REWRITE APAY-REC.
           WRITE RETURN-LINE-REC.
      *
       WRITE-RETURN-HISTORY.
           ADD 1 TO WS-HIST-SEQ.
           MOVE ACCT-NO          TO HST-ACCT-NO.
           MOVE WS-RUN-DATE      TO HST-TRANS-DATE.
           MOVE WS-HIST-SEQ      TO HST-TRANS-SEQ.
           MOVE 'N'              TO HST-TRANS-TYPE.
           MOVE WS-RETURN-AMOUNT TO HST-AMOUNT.
           WRITE HIST-REC.
      *
       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           WRITE RETURN-LINE-REC.
      *
       WRITE-CONTROL-TOTALS.
           MOVE WS-RECORD-COUNT    TO CTL-RECORD-COUNT-O.
           MOVE WS-REVERSED-COUNT  TO CTL-REVERSED-O.
           MOVE WS-SUSPENDED-COUNT TO CTL-SUSPENDED-O.
           MOVE WS-REJECT-COUNT    TO CTL-REJECT-O.
           MOVE WS-TOTAL-REVERSED  TO CTL-TOTAL-REVERSED-O.
           MOVE SPACES TO RETURN-LINE-REC.
           WRITE RETURN-LINE-REC.
           WRITE RETURN-LINE-REC FROM CONTROL-HEADER-1.
           WRITE RETURN-LINE-REC FROM CONTROL-TOTAL-LINE-1.
           WRITE RETURN-LINE-REC FROM CONTROL-TOTAL-LINE-2.
           WRITE RETURN-LINE-REC FROM CONTROL-TOTAL-LINE-3.
           WRITE RETURN-LINE-REC FROM CONTROL-TOTAL-LINE-4.
           WRITE RETURN-LINE-REC FROM CONTROL-TOTAL-LINE-5.
      *
      * The date CBL0030 rolled forward overlays the clock's, so
      * every date this run stamps or checks is the business date.
      * A missing or blank control record leaves the clock's date in
      * place, the way a missing parameter card leaves the defaults.
       READ-BUSINESS-DATE.
           MOVE SPACES TO BUSDATE-REC.
           OPEN INPUT BUSDATE-FILE.
           READ BUSDATE-FILE
               AT END CONTINUE
           END-READ.
           CLOSE BUSDATE-FILE.
           IF BDT-BUSINESS-DATE IS NUMERIC
               AND BDT-BUSINESS-DATE > ZERO
               MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE
           END-IF.
