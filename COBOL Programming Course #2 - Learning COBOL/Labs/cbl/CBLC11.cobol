           SELECT SYSIN-CARD  ASSIGN TO SYSIN.
           SELECT FEE-FILE    ASSIGN TO FEEHIST.
           SELECT AGING-LINE  ASSIGN TO AGNGLINE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE.
      *-------------
       DATA DIVISION.
      *-------------
      * has), totals each account's type 'P' payments, and checks
      * them against the cycle's required minimum payment plus any
      * past-due amount carried from the prior cycle.
      * Added for ACH returns: a type 'N' returned payment comes back
      * out of the total -- a debit the bank sent back paid nothing.
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-REC.
           05  HST-ACCT-NO        PIC X(8).
           05  HST-TRANS-SEQ      PIC 9(5) COMP-3.
           05  HST-TRANS-TYPE     PIC X(1).
               88  HST-TYPE-PAYMENT   VALUE 'P'.
               88  HST-TYPE-RETURNED  VALUE 'N'.
           05  HST-AMOUNT         PIC S9(7)V99 COMP-3.
      *
      * Delinquency carry-forward file, one record per delinquent
      * DELQIN and this cycle's written to DELQOUT, recycled run over
      * run the way CBL0007 recycles its suspense file. An account
      * that cures simply writes no output record and drops off.
      * Added for charge-off: the count of consecutive cycles the
      * account has closed with money in the 120-day bucket, which
      * CBL0024 reads to decide when to charge it off.
      * Added for credit bureau reporting: the cycle-close date the
      * account first went delinquent in its current run, carried
      * unchanged until it cures, for the bureaus' date of first
      * delinquency.
       FD  DELQ-IN RECORDING MODE F.
       01  DELQ-IN-REC.
           05  DLI-ACCT-NO        PIC X(8).
           05  DLI-BUCKET-60      PIC S9(7)V99 COMP-3.
           05  DLI-BUCKET-90      PIC S9(7)V99 COMP-3.
           05  DLI-BUCKET-120     PIC S9(7)V99 COMP-3.
           05  DLI-CYCLES-120     PIC 9(3).
           05  DLI-FIRST-DELQ-DATE PIC 9(8).
      *
       FD  DELQ-OUT RECORDING MODE F.
       01  DELQ-OUT-REC.
           05  DLO-BUCKET-60      PIC S9(7)V99 COMP-3.
           05  DLO-BUCKET-90      PIC S9(7)V99 COMP-3.
           05  DLO-BUCKET-120     PIC S9(7)V99 COMP-3.
           05  DLO-CYCLES-120     PIC 9(3).
           05  DLO-FIRST-DELQ-DATE PIC 9(8).
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
      * Cycle parameter card, taken the way CBL0011's READ-RATE-PARM
      * takes its rate card: minimum-payment percent of balance in
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AGE-FEE-O          PIC X(3).
           05  FILLER             PIC X(07) VALUE SPACES.
      *
      * Added for the business-day calendar: the business date
      * CBL0030 sets as the night's first step, taken in place of
      * the system clock's date so a run that starts after midnight
      * still processes the business day it belongs to.
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
           05 WS-REV-B60         PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-REV-B90         PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-REV-B120        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-REV-CYCLES-120  PIC 9(3) VALUE ZERO.
           05 WS-REV-FIRST-DELQ  PIC 9(8) VALUE ZERO.
           05 WS-REV-HAD-PASTDUE PIC X VALUE 'N'.
           05 WS-MIN-PAYMENT     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-MIN-LEFT        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-DELINQ-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-CURED-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-NOTFOUND-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-DECEASED-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-CHGOFF-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-FEE-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-FEES      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-B30       PIC S9(9)V99 COMP-3 VALUE ZERO.
               'Total Past Due    = '.
           05  CTL-TOTAL-PASTDUE-O PIC $$$,$$$,$$$,$$9.99.
           05  FILLER         PIC X(42) VALUE SPACES.
      *
      * Added for account status.
       01  CONTROL-TOTAL-LINE-12.
           05  FILLER         PIC X(19) VALUE
               'Deceased Skipped = '.
           05  CTL-DECEASED-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
      * Added for charge-off.
       01  CONTROL-TOTAL-LINE-13.
           05  FILLER         PIC X(19) VALUE
               'Charged Off Drop = '.
           05  CTL-CHGOFF-O   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-DATE-DATA.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE =
               WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100
                       MOVE WS-PAYMENTS  TO WS-REV-PAYMENTS
                       MOVE ZERO TO WS-REV-B30 WS-REV-B60
                                    WS-REV-B90 WS-REV-B120
                                    WS-REV-CYCLES-120
                                    WS-REV-FIRST-DELQ
                       MOVE 'N'  TO WS-REV-HAD-PASTDUE
                       PERFORM REVIEW-ACCOUNT
                       PERFORM SUMMARIZE-NEXT-ACCOUNT
                   IF HST-TYPE-PAYMENT
                       ADD HST-AMOUNT TO WS-PAYMENTS
                   END-IF
                   IF HST-TYPE-RETURNED
                       SUBTRACT HST-AMOUNT FROM WS-PAYMENTS
                   END-IF
                   PERFORM READ-HISTORY
               END-PERFORM
           END-IF.
           MOVE DLI-BUCKET-60  TO WS-REV-B60.
           MOVE DLI-BUCKET-90  TO WS-REV-B90.
           MOVE DLI-BUCKET-120 TO WS-REV-B120.
           MOVE DLI-CYCLES-120 TO WS-REV-CYCLES-120.
           MOVE DLI-FIRST-DELQ-DATE TO WS-REV-FIRST-DELQ.
           MOVE 'Y' TO WS-REV-HAD-PASTDUE.
      *
      * History carrying an account the master no longer has gets a
      * report line, the same way CBL0009 surfaces the condition,
      * instead of vanishing from the worklist.
      * Added for charge-off: a charged-off account is no longer
      * aged or charged a late fee. It writes no carry-forward record,
      * so it drops off the file, and collections work it from the
      * CBL0024 register instead.
       REVIEW-ACCOUNT.
           ADD 1 TO WS-REVIEWED-COUNT.
           MOVE WS-REV-ACCT TO ACCT-NO.
               INVALID KEY
                   PERFORM WRITE-NOTFOUND-LINE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACCT-STAT-DECEASED
                           PERFORM HOLD-DECEASED-ACCOUNT
                       WHEN ACCT-STAT-CHARGED-OFF
                           ADD 1 TO WS-CHGOFF-COUNT
                       WHEN OTHER
                           PERFORM AGE-ACCOUNT
                   END-EVALUATE
           END-READ
           .
      *
      * Added for account status: a deceased account is neither aged
      * nor charged a late fee while the estate is settled. Whatever
      * it carried in is carried forward untouched, so aging resumes
      * from the same buckets if the status is ever lifted.
       HOLD-DECEASED-ACCOUNT.
           ADD 1 TO WS-DECEASED-COUNT.
           IF WS-REV-HAD-PASTDUE = 'Y'
               MOVE WS-REV-ACCT  TO DLO-ACCT-NO
               MOVE WS-REV-B30   TO DLO-BUCKET-30
               MOVE WS-REV-B60   TO DLO-BUCKET-60
               MOVE WS-REV-B90   TO DLO-BUCKET-90
               MOVE WS-REV-B120  TO DLO-BUCKET-120
               MOVE WS-REV-CYCLES-120 TO DLO-CYCLES-120
               MOVE WS-REV-FIRST-DELQ TO DLO-FIRST-DELQ-DATE
               WRITE DELQ-OUT-REC
           END-IF.
      *
       WRITE-NOTFOUND-LINE.
           ADD 1 TO WS-NOTFOUND-COUNT.
      * bucket first, then to the cycle's minimum; whatever survives
      * rolls one bucket deeper and the unpaid minimum becomes the
      * new 30-day bucket.
      * Added for billing disputes: an open dispute needs nothing
      * here. CBL0022's provisional credit has already taken the
      * disputed amount off the balance, so it neither raises the
      * minimum nor, left unpaid, draws a late fee.
       AGE-ACCOUNT.
           IF ACCT-BALANCE > ZERO
               COMPUTE WS-MIN-PAYMENT ROUNDED =
      * Still short: roll the buckets, assess the late fee when the
      * cycle's own minimum went unpaid, carry the account forward,
      * and put it on the collections worklist.
      * Added for charge-off: a cycle closing with money still in the
      * 120-day bucket extends the run of cycles at 120; one that
      * clears the bucket starts the count over.
      * Added for credit bureau reporting: an account carried
      * forward for the first time takes this cycle's close as its
      * date of first delinquency.
       CARRY-DELINQUENCY.
           ADD 1 TO WS-DELINQ-COUNT.
           COMPUTE WS-REV-B120 = WS-REV-B120 + WS-REV-B90.
           IF WS-REV-B120 > ZERO
               ADD 1 TO WS-REV-CYCLES-120
           ELSE
               MOVE ZERO TO WS-REV-CYCLES-120
           END-IF.
           MOVE WS-REV-B60 TO WS-REV-B90.
           MOVE WS-REV-B30 TO WS-REV-B60.
           MOVE WS-MIN-LEFT TO WS-REV-B30.
           MOVE WS-REV-B60   TO DLO-BUCKET-60.
           MOVE WS-REV-B90   TO DLO-BUCKET-90.
           MOVE WS-REV-B120  TO DLO-BUCKET-120.
           IF WS-REV-FIRST-DELQ = ZERO
               MOVE WS-RUN-DATE TO WS-REV-FIRST-DELQ
           END-IF.
           MOVE WS-REV-CYCLES-120 TO DLO-CYCLES-120.
           MOVE WS-REV-FIRST-DELQ TO DLO-FIRST-DELQ-DATE.
           WRITE DELQ-OUT-REC.
           MOVE WS-REV-ACCT      TO AGE-ACCT-NO-O.
           MOVE WS-REV-B30       TO AGE-B30-O.
           MOVE WS-TOTAL-B90      TO CTL-TOTAL-B90-O.
           MOVE WS-TOTAL-B120     TO CTL-TOTAL-B120-O.
           MOVE WS-TOTAL-PASTDUE  TO CTL-TOTAL-PASTDUE-O.
           MOVE WS-DECEASED-COUNT TO CTL-DECEASED-O.
           MOVE WS-CHGOFF-COUNT   TO CTL-CHGOFF-O.
           MOVE SPACES TO AGING-REC.
           WRITE AGING-REC.
           WRITE AGING-REC FROM CONTROL-HEADER-1.
           WRITE AGING-REC FROM CONTROL-TOTAL-LINE-9.
           WRITE AGING-REC FROM CONTROL-TOTAL-LINE-10.
           WRITE AGING-REC FROM CONTROL-TOTAL-LINE-11.
           WRITE AGING-REC FROM CONTROL-TOTAL-LINE-12.
           WRITE AGING-REC FROM CONTROL-TOTAL-LINE-13.
      *
      * Added for the business-day calendar: the date CBL0030 rolled
      * forward overlays the clock's, so every date this run stamps
      * or checks is the business date. A missing or blank control
      * record leaves the clock's date in place, the way a missing
      * parameter card leaves the defaults.
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
