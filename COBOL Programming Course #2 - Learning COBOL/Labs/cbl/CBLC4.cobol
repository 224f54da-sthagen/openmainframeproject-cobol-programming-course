           SELECT STMT-LINE   ASSIGN TO STMTLINE.
           SELECT SYSIN-CARD  ASSIGN TO SYSIN.
           SELECT SORT-FILE   ASSIGN TO SORTWK.
           SELECT DISP-FILE   ASSIGN TO DSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CASE-KEY
               FILE STATUS IS WS-DISP-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
               88  HST-TYPE-CREDIT    VALUE 'C'.
               88  HST-TYPE-PAYMENT   VALUE 'P'.
               88  HST-TYPE-FEE       VALUE 'F'.
               88  HST-TYPE-FIN-CHARGE VALUE 'I'.
               88  HST-TYPE-CHARGE-OFF VALUE 'O'.
               88  HST-TYPE-RECOVERY  VALUE 'R'.
               88  HST-TYPE-RETURNED  VALUE 'N'.
               88  HST-TYPE-REFUND    VALUE 'K'.
               88  HST-TYPE-ESCHEAT   VALUE 'U'.
           05  HST-AMOUNT         PIC S9(7)V99 COMP-3.
      *
       FD  ACCT-REC RECORDING MODE F.
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
       FD  STMT-LINE RECORDING MODE F.
       01  STMT-REC               PIC X(81).
           05  SRT-ACCT-NO        PIC X(8).
           05  SRT-LINE-SEQ       PIC 9(5).
           05  SRT-PRINT-LINE     PIC X(81).
      *
      * Added for billing disputes: CBL0022's case file, browsed per
      * account so every case still open prints on its own line.
       FD  DISP-FILE RECORDING MODE F.
       01  DISP-REC.
           05  DSP-CASE-KEY.
               10  DSP-ACCT-NO    PIC X(8).
               10  DSP-CASE-NO    PIC 9(5).
           05  DSP-HIST-IMAGE.
               10  DSH-ACCT-NO    PIC X(8).
               10  DSH-TRANS-DATE PIC 9(8) COMP-3.
               10  DSH-TRANS-SEQ  PIC 9(5) COMP-3.
               10  DSH-TRANS-TYPE PIC X(1).
               10  DSH-AMOUNT     PIC S9(7)V99 COMP-3.
           05  DSP-DISP-AMOUNT    PIC S9(7)V99 COMP-3.
           05  DSP-OPEN-DATE      PIC 9(8).
           05  DSP-REASON         PIC X(20).
           05  DSP-STATUS         PIC X(1).
               88  DSP-STAT-OPEN      VALUE 'O'.
               88  DSP-STAT-WON       VALUE 'W'.
               88  DSP-STAT-LOST      VALUE 'L'.
           05  DSP-RESOLVE-DATE   PIC 9(8).
           05  FILLER             PIC X(10).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
      * Added for spread statement cycles.
       01  WS-CYCLE-CODE        PIC X(2) VALUE SPACES.
      *
      * Added for billing disputes.
       01  WS-DISP-STATUS       PIC X(2) VALUE '00'.
       01  WS-CASE-LASTREC      PIC X VALUE SPACE.
       01  WS-DISPUTE-FOUND     PIC X VALUE 'N'.
      *
      * Control-break fields: the history is processed one account at
      * a time, buffered into the table below so the opening balance
      * (closing balance minus the month's net movement) is known
           05  FILLER         PIC X(02) VALUE SPACES.
           05  STM-ZIP-O      PIC X(9).
           05  FILLER         PIC X(33) VALUE SPACES.
      *
      * Added for account status: any account not active carries a
      * one-line notice under its address so the customer reads why
      * the card stopped working, or what is still owed on a closed
      * account. Active accounts print no line at all.
       01  STMT-STATUS-LINE.
           05  FILLER         PIC X(09) VALUE 'Status:  '.
           05  STM-STATUS-MSG-O PIC X(40).
           05  FILLER         PIC X(32) VALUE SPACES.
      *
       01  STMT-OPEN-LINE.
           05  FILLER         PIC X(20) VALUE
               'Available Credit  = '.
           05  STM-AVAIL-O    PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER         PIC X(42) VALUE SPACES.
      *
      * Added for billing disputes: one line per case still open,
      * naming the disputed posting's date and the amount held out
      * of finance charges and the minimum due while it is worked.
       01  STMT-DISPUTE-LINE.
           05  FILLER         PIC X(14) VALUE 'Open Dispute  '.
           05  STM-DSP-CASE-O PIC 9(5).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  STM-DSP-DATE-O PIC 9999/99/99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  STM-DSP-AMOUNT-O PIC $$,$$$,$$9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  STM-DSP-REASON-O PIC X(20).
           05  FILLER         PIC X(13) VALUE SPACES.
      *
       01  STMT-NOTFOUND-LINE.
           05  FILLER         PIC X(09) VALUE 'Account: '.
           OPEN INPUT HIST-FILE.
           OPEN INPUT ACCT-REC.
           OPEN OUTPUT STMT-LINE.
           OPEN INPUT DISP-FILE.
      *
      * Added for spread statement cycles, falling through from
      * OPEN-FILES the way READ-STATE-PARM does in CBL0006.
           CLOSE HIST-FILE.
           CLOSE ACCT-REC.
           CLOSE STMT-LINE.
           CLOSE DISP-FILE.
           GOBACK.
      *
       BUILD-STATEMENTS.
      * reduce it -- the same signing CBL0008 applied when it posted,
      * so the buffered net movement backs the closing balance off to
      * the month's opening balance exactly.
      * Added for the annual summary: a finance charge ('I') raises
      * the balance exactly as a fee does.
      * Added for charge-off: the charge-off itself reduces the
      * balance to zero like a credit, but a recovery never touches
      * ACCT-BALANCE -- CBL0008 books it to the charge-off file -- so
      * it prints with no movement.
      * Added for returns and refunds: a returned payment ('N') puts
      * the payment back on the balance, and a refund check ('K') or
      * escheat remittance ('U') takes a credit balance back up to
      * zero, so all three raise the balance like a debit.
       BUFFER-TRANSACTION.
           ADD 1 TO WS-TRANS-TOTAL.
           IF WS-TRANS-COUNT < 200
                   STT-TRANS-TYPE (WS-TRANS-COUNT)
               MOVE HST-AMOUNT TO STT-AMOUNT (WS-TRANS-COUNT)
           END-IF.
           EVALUATE TRUE
               WHEN HST-TYPE-DEBIT OR HST-TYPE-FEE
                   OR HST-TYPE-FIN-CHARGE OR HST-TYPE-RETURNED
                   OR HST-TYPE-REFUND OR HST-TYPE-ESCHEAT
                   ADD HST-AMOUNT TO WS-NET-MOVEMENT
               WHEN HST-TYPE-RECOVERY
                   CONTINUE
               WHEN OTHER
                   SUBTRACT HST-AMOUNT FROM WS-NET-MOVEMENT
           END-EVALUATE.
      *
      * On a cycle run only the matching accounts statement; the rest
      * of the history simply passes through untouched and statements
           MOVE ZIP-CODE    TO STM-ZIP-O.
           MOVE STMT-ADDR-LINE-2 TO WS-RELEASE-LINE.
           PERFORM RELEASE-STATEMENT-LINE.
           IF NOT ACCT-STAT-ACTIVE
               PERFORM RELEASE-STATUS-LINE
           END-IF.
           MOVE SPACES TO WS-RELEASE-LINE.
           PERFORM RELEASE-STATEMENT-LINE.
           MOVE WS-OPENING-BALANCE TO STM-OPEN-BAL-O.
           MOVE WS-AVAIL-CREDIT TO STM-AVAIL-O.
           MOVE STMT-AVAIL-LINE TO WS-RELEASE-LINE.
           PERFORM RELEASE-STATEMENT-LINE.
           PERFORM RELEASE-DISPUTE-LINES.
      *
      * Added for account status.
       RELEASE-STATUS-LINE.
           EVALUATE TRUE
               WHEN ACCT-STAT-BLOCKED
                   MOVE 'ACCOUNT BLOCKED - CALL CLIENT SERVICE'
                       TO STM-STATUS-MSG-O
               WHEN ACCT-STAT-PAYOFF
                   MOVE 'ACCOUNT CLOSED - BALANCE DUE IN FULL'
                       TO STM-STATUS-MSG-O
               WHEN ACCT-STAT-CLOSED
                   MOVE 'ACCOUNT CLOSED'
                       TO STM-STATUS-MSG-O
               WHEN ACCT-STAT-DECEASED
                   MOVE 'ACCOUNT HELD - ESTATE IN SETTLEMENT'
                       TO STM-STATUS-MSG-O
               WHEN ACCT-STAT-CHARGED-OFF
                   MOVE 'ACCOUNT CHARGED OFF - CALL COLLECTIONS'
                       TO STM-STATUS-MSG-O
               WHEN OTHER
                   MOVE 'ACCOUNT RESTRICTED - CALL CLIENT SERVICE'
                       TO STM-STATUS-MSG-O
           END-EVALUATE.
           MOVE STMT-STATUS-LINE TO WS-RELEASE-LINE.
           PERFORM RELEASE-STATEMENT-LINE.
      *
      * Added for billing disputes: the account's cases in key order,
      * the open ones set off from the balance block by a blank line.
       RELEASE-DISPUTE-LINES.
           MOVE 'N'     TO WS-DISPUTE-FOUND.
           MOVE ACCT-NO TO DSP-ACCT-NO.
           MOVE ZERO    TO DSP-CASE-NO.
           START DISP-FILE KEY IS >= DSP-CASE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CASE-LASTREC
               NOT INVALID KEY
                   MOVE 'N' TO WS-CASE-LASTREC
           END-START.
           PERFORM UNTIL WS-CASE-LASTREC = 'Y'
               READ DISP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CASE-LASTREC
                   NOT AT END
                       IF DSP-ACCT-NO NOT = ACCT-NO
                           MOVE 'Y' TO WS-CASE-LASTREC
                       ELSE
                           IF DSP-STAT-OPEN
                               PERFORM RELEASE-ONE-DISPUTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       RELEASE-ONE-DISPUTE.
           IF WS-DISPUTE-FOUND = 'N'
               MOVE 'Y' TO WS-DISPUTE-FOUND
               MOVE SPACES TO WS-RELEASE-LINE
               PERFORM RELEASE-STATEMENT-LINE
           END-IF.
           MOVE DSP-CASE-NO     TO STM-DSP-CASE-O.
           MOVE DSH-TRANS-DATE  TO STM-DSP-DATE-O.
           MOVE DSP-DISP-AMOUNT TO STM-DSP-AMOUNT-O.
           MOVE DSP-REASON      TO STM-DSP-REASON-O.
           MOVE STMT-DISPUTE-LINE TO WS-RELEASE-LINE.
           PERFORM RELEASE-STATEMENT-LINE.
      *
       PRINT-DETAIL-LINE.
           EVALUATE STT-TRANS-TYPE (WS-TRANS-IDX)
               WHEN 'D'
               WHEN 'F'
               WHEN 'I'
               WHEN 'N'
               WHEN 'K'
               WHEN 'U'
                   ADD STT-AMOUNT (WS-TRANS-IDX) TO WS-RUNNING-BALANCE
               WHEN 'R'
                   CONTINUE
               WHEN OTHER
                   SUBTRACT STT-AMOUNT (WS-TRANS-IDX)
                       FROM WS-RUNNING-BALANCE
           END-EVALUATE.
           MOVE STT-TRANS-DATE (WS-TRANS-IDX) TO STM-TRANS-DATE-O.
           EVALUATE STT-TRANS-TYPE (WS-TRANS-IDX)
               WHEN 'D'
                   MOVE 'PAYMENT' TO STM-TRANS-TYPE-O
               WHEN 'F'
                   MOVE 'FEE'     TO STM-TRANS-TYPE-O
               WHEN 'I'
                   MOVE 'FIN CHG' TO STM-TRANS-TYPE-O
               WHEN 'O'
                   MOVE 'CHG-OFF' TO STM-TRANS-TYPE-O
               WHEN 'R'
                   MOVE 'RECOVER' TO STM-TRANS-TYPE-O
               WHEN 'N'
                   MOVE 'RETURN'  TO STM-TRANS-TYPE-O
               WHEN 'K'
                   MOVE 'REFUND'  TO STM-TRANS-TYPE-O
               WHEN 'U'
                   MOVE 'ESCHEAT' TO STM-TRANS-TYPE-O
               WHEN OTHER
                   MOVE STT-TRANS-TYPE (WS-TRANS-IDX)
                       TO STM-TRANS-TYPE-O
