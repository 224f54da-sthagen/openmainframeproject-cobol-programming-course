      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0024.
       AUTHOR.        Otto B. Boolean.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELQ-FILE   ASSIGN TO DELQFILE.
           SELECT ACCT-REC    ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CHGOFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-ACCT-NO
               FILE STATUS IS WS-CHGOFF-STATUS.
           SELECT HIST-FILE   ASSIGN TO HISTFILE.
           SELECT SYSIN-CARD  ASSIGN TO SYSIN.
           SELECT CHGOFF-LINE ASSIGN TO CHGOREG.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      * The delinquency carry-forward CBL0016 wrote as DELQOUT at
      * this month's cycle close, one record per delinquent account
      * in ACCT-NO order. DLQ-CYCLES-120 counts the consecutive
      * cycles the account has closed with money in the 120-day
      * bucket.
       FD  DELQ-FILE RECORDING MODE F.
       01  DELQ-REC.
           05  DLQ-ACCT-NO        PIC X(8).
           05  DLQ-BUCKET-30      PIC S9(7)V99 COMP-3.
           05  DLQ-BUCKET-60      PIC S9(7)V99 COMP-3.
           05  DLQ-BUCKET-90      PIC S9(7)V99 COMP-3.
           05  DLQ-BUCKET-120     PIC S9(7)V99 COMP-3.
           05  DLQ-CYCLES-120     PIC 9(3).
           05  DLQ-FIRST-DELQ-DATE PIC 9(8).
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
      * The charge-off file, one record per charged-off account. The
      * balance moves here as charged-off principal when the account
      * is charged off; CBL0008 adds every later payment to
      * CHG-RECOVERED and to the month-to-date recovery fields, which
      * this program reports and clears at month end.
      * Added for credit bureau reporting: the date of first
      * delinquency CBL0016 carried, kept for CBL0028 once the
      * account is off the delinquency file.
       FD  CHGOFF-FILE RECORDING MODE F.
       01  CHGOFF-REC.
           05  CHG-ACCT-NO        PIC X(8).
           05  CHG-DATE           PIC 9(8).
           05  CHG-PRINCIPAL      PIC S9(7)V99 COMP-3.
           05  CHG-RECOVERED      PIC S9(7)V99 COMP-3.
           05  CHG-MTD-RECOVERED  PIC S9(7)V99 COMP-3.
           05  CHG-MTD-COUNT      PIC 9(3).
           05  CHG-LAST-RECOVERY  PIC 9(8).
           05  CHG-FIRST-DELQ-DATE PIC 9(8).
           05  FILLER             PIC X(7).
      *
      * The charge-off is kept on the transaction history as type
      * 'O' for the full balance, opened EXTEND the way CBL0011 adds
      * its finance charges, so CBL0020 books it to the loss reserve
      * and the statement shows the balance going to zero.
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-REC.
           05  HST-ACCT-NO        PIC X(8).
           05  HST-TRANS-DATE     PIC 9(8) COMP-3.
           05  HST-TRANS-SEQ      PIC 9(5) COMP-3.
           05  HST-TRANS-TYPE     PIC X(1).
           05  HST-AMOUNT         PIC S9(7)V99 COMP-3.
      *
      * Charge-off parameter card, read the way CBL0012's
      * READ-PURGE-PARM takes its threshold: the number of cycles an
      * account must have closed in the 120-day bucket, in columns
      * 1-2. No card means 3 -- roughly 180 days past due.
       FD  SYSIN-CARD RECORDING MODE F.
       01  PARM-CARD.
           05  PARM-CHGOFF-CYCLES PIC 9(2).
           05  FILLER             PIC X(78).
      *
       FD  CHGOFF-LINE RECORDING MODE F.
       01  CHGOFF-PRINT-REC.
           05  CHR-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CHR-ACTION-O       PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CHR-DATE-O         PIC 9999/99/99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CHR-STATE-O        PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CHR-CYCLE-O        PIC X(2).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CHR-AMOUNT-O       PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(14) VALUE SPACES.
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
       01  WS-CHGOFF-STATUS     PIC X(2) VALUE '00'.
       01  WS-CHGOFF-LASTREC    PIC X VALUE SPACE.
      *
       01  WS-CHGOFF-CYCLES     PIC 9(2) VALUE 3.
       01  WS-CHGOFF-SEQ        PIC 9(5) VALUE ZERO.
      *
      * The item being registered, whichever pass found it, so the
      * state and cycle tables are tallied in one place.
       01  WS-ITEM-FIELDS.
           05 WS-ITEM-KIND       PIC X(1) VALUE SPACE.
               88  WS-ITEM-CHARGE-OFF VALUE 'O'.
               88  WS-ITEM-RECOVERY   VALUE 'R'.
           05 WS-ITEM-STATE      PIC X(15) VALUE SPACES.
           05 WS-ITEM-CYCLE      PIC X(2) VALUE SPACES.
           05 WS-ITEM-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
      * Totals by state and by cycle, built in order of first
      * appearance; an entry's accumulators are cleared when its key
      * is first stored. 100 entries is more than either code has in
      * use; anything past that is lumped into the last entry so no
      * money drops out of the totals.
       01  WS-TABLE-CONTROLS.
           05 ST-COUNT           PIC 9(3) VALUE ZERO.
           05 ST-IDX             PIC 9(3) VALUE ZERO.
           05 CY-COUNT           PIC 9(3) VALUE ZERO.
           05 CY-IDX             PIC 9(3) VALUE ZERO.
      *
       01  STATE-TABLE.
           05 ST-ENTRY OCCURS 100 TIMES.
               10  ST-STATE          PIC X(15).
               10  ST-CHGOFF-COUNT   PIC 9(5).
               10  ST-CHGOFF-AMOUNT  PIC S9(9)V99 COMP-3.
               10  ST-RECOV-COUNT    PIC 9(5).
               10  ST-RECOV-AMOUNT   PIC S9(9)V99 COMP-3.
      *
       01  CYCLE-TABLE.
           05 CY-ENTRY OCCURS 100 TIMES.
               10  CY-CYCLE          PIC X(15).
               10  CY-CHGOFF-COUNT   PIC 9(5).
               10  CY-CHGOFF-AMOUNT  PIC S9(9)V99 COMP-3.
               10  CY-RECOV-COUNT    PIC 9(5).
               10  CY-RECOV-AMOUNT   PIC S9(9)V99 COMP-3.
      *
       01  WS-CONTROL-TOTALS.
           05 WS-RECORD-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-BELOW-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-NOTFOUND-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-ALREADY-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-NOBAL-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-CHGOFF-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-CHGOFF    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-RECOVERY-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-RECOVERED PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
       01  CHGOFF-HEADER-1.
           05  FILLER         PIC X(40) VALUE
               'Charge-Off and Recovery Register'.
           05  FILLER         PIC X(40) VALUE SPACES.
      *
       01  CHGOFF-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Action  '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'Date      '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE 'State          '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(02) VALUE 'Cy'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE 'Amount       '.
           05  FILLER         PIC X(14) VALUE SPACES.
      *
       01  CHGOFF-HEADER-3.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE '----------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE '---------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(02) VALUE '--'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE '-------------'.
           05  FILLER         PIC X(14) VALUE SPACES.
      *
       01  SUMMARY-HEADER-1.
           05  SH1-TITLE-O    PIC X(30).
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  SUMMARY-HEADER-2.
           05  SH2-KEY-O      PIC X(15).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'ChgOff'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(14) VALUE 'Charged Off   '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'Recov '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(14) VALUE 'Recovered     '.
           05  FILLER         PIC X(17) VALUE SPACES.
      *
       01  SUMMARY-HEADER-3.
           05  FILLER         PIC X(15) VALUE '---------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE '------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(14) VALUE '--------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE '------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(14) VALUE '--------------'.
           05  FILLER         PIC X(17) VALUE SPACES.
      *
       01  SUMMARY-LINE.
           05  SUM-KEY-O          PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SUM-CHGOFF-COUNT-O PIC ZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SUM-CHGOFF-AMT-O   PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SUM-RECOV-COUNT-O  PIC ZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SUM-RECOV-AMT-O    PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(17) VALUE SPACES.
      *
       01  CONTROL-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Batch Control Totals'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-1.
           05  FILLER         PIC X(19) VALUE
               'Delinquent Read  = '.
           05  CTL-RECORD-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-2.
           05  FILLER         PIC X(19) VALUE
               'Below Threshold  = '.
           05  CTL-BELOW-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-3.
           05  FILLER         PIC X(19) VALUE
               'Not On Master    = '.
           05  CTL-NOTFOUND-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-4.
           05  FILLER         PIC X(19) VALUE
               'Already Charged  = '.
           05  CTL-ALREADY-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-5.
           05  FILLER         PIC X(19) VALUE
               'No Balance Owed  = '.
           05  CTL-NOBAL-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-6.
           05  FILLER         PIC X(19) VALUE
               'Charged Off      = '.
           05  CTL-CHGOFF-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-7.
           05  FILLER         PIC X(20) VALUE
               'Total Charged Off = '.
           05  CTL-TOTAL-CHGOFF-O PIC $$$,$$$,$$$,$$9.99.
           05  FILLER         PIC X(42) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-8.
           05  FILLER         PIC X(19) VALUE
               'Recovery Accounts= '.
           05  CTL-RECOVERY-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-9.
           05  FILLER         PIC X(20) VALUE
               'Total Recovered   = '.
           05  CTL-TOTAL-RECOVERED-O PIC $$$,$$$,$$$,$$9.99.
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
           OPEN INPUT DELQ-FILE.
           OPEN I-O   ACCT-REC.
           OPEN I-O   CHGOFF-FILE.
           OPEN EXTEND HIST-FILE.
           OPEN OUTPUT CHGOFF-LINE.
      *
       READ-CHGOFF-PARM.
           MOVE SPACES TO PARM-CARD.
           OPEN INPUT SYSIN-CARD.
           READ SYSIN-CARD
               AT END CONTINUE
           END-READ.
           CLOSE SYSIN-CARD.
           IF PARM-CHGOFF-CYCLES IS NUMERIC
               AND PARM-CHGOFF-CYCLES > ZERO
               MOVE PARM-CHGOFF-CYCLES TO WS-CHGOFF-CYCLES
           END-IF.
      *
       WRITE-HEADERS.
           WRITE CHGOFF-PRINT-REC FROM CHGOFF-HEADER-1.
           WRITE CHGOFF-PRINT-REC FROM CHGOFF-HEADER-2.
           WRITE CHGOFF-PRINT-REC FROM CHGOFF-HEADER-3.
           MOVE SPACES TO CHGOFF-PRINT-REC.
      *
      * Recoveries first, before this month's charge-offs are added
      * to the file: every account CBL0008 took a recovery on since
      * the last run is listed and its month-to-date fields cleared,
      * so each recovery is registered in exactly one month.
       LIST-RECOVERIES.
           MOVE LOW-VALUES TO CHG-ACCT-NO.
           START CHGOFF-FILE KEY IS >= CHG-ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-CHGOFF-LASTREC
               NOT INVALID KEY
                   MOVE 'N' TO WS-CHGOFF-LASTREC
           END-START.
           PERFORM UNTIL WS-CHGOFF-LASTREC = 'Y'
               READ CHGOFF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CHGOFF-LASTREC
                   NOT AT END
                       IF CHG-MTD-COUNT > ZERO
                           PERFORM REGISTER-RECOVERY
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       READ-NEXT-DELINQUENT.
           PERFORM READ-DELQ
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO WS-RECORD-COUNT
               IF DLQ-BUCKET-120 > ZERO
                   AND DLQ-CYCLES-120 >= WS-CHGOFF-CYCLES
                   PERFORM CHECK-CHARGE-OFF
               ELSE
                   ADD 1 TO WS-BELOW-COUNT
               END-IF
               PERFORM READ-DELQ
           END-PERFORM
           .
      *
       CLOSE-STOP.
           PERFORM WRITE-SUMMARIES.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE DELQ-FILE.
           CLOSE ACCT-REC.
           CLOSE CHGOFF-FILE.
           CLOSE HIST-FILE.
           CLOSE CHGOFF-LINE.
           GOBACK.
      *
       READ-DELQ.
           READ DELQ-FILE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      * The state and cycle come off the master; an account purged
      * since it was charged off still has its money counted, under
      * a blank state and cycle.
       REGISTER-RECOVERY.
           MOVE CHG-ACCT-NO TO ACCT-NO.
           READ ACCT-REC
               INVALID KEY
                   MOVE SPACES TO WS-ITEM-STATE
                   MOVE SPACES TO WS-ITEM-CYCLE
               NOT INVALID KEY
                   MOVE USA-STATE  TO WS-ITEM-STATE
                   MOVE ACCT-CYCLE TO WS-ITEM-CYCLE
           END-READ.
           MOVE 'R'               TO WS-ITEM-KIND.
           MOVE CHG-MTD-RECOVERED TO WS-ITEM-AMOUNT.
           ADD 1 TO WS-RECOVERY-COUNT.
           ADD CHG-MTD-RECOVERED TO WS-TOTAL-RECOVERED.
           MOVE CHG-ACCT-NO       TO CHR-ACCT-NO-O.
           MOVE 'RECOVERY'        TO CHR-ACTION-O.
           MOVE CHG-LAST-RECOVERY TO CHR-DATE-O.
           PERFORM WRITE-REGISTER-LINE.
           MOVE ZERO TO CHG-MTD-RECOVERED.
           MOVE ZERO TO CHG-MTD-COUNT.
           REWRITE CHGOFF-REC.
      *
      * An account already charged off has dropped out of CBL0016's
      * aging, so it should never be back here; it is counted past
      * rather than charged off twice. Nothing owed means nothing to
      * charge off -- payments have caught up with the bucket.
       CHECK-CHARGE-OFF.
           MOVE DLQ-ACCT-NO TO ACCT-NO.
           READ ACCT-REC
               INVALID KEY
                   ADD 1 TO WS-NOTFOUND-COUNT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACCT-STAT-CHARGED-OFF
                           ADD 1 TO WS-ALREADY-COUNT
                       WHEN ACCT-BALANCE NOT > ZERO
                           ADD 1 TO WS-NOBAL-COUNT
                       WHEN OTHER
                           PERFORM CHARGE-OFF-ACCOUNT
                   END-EVALUATE
           END-READ
           .
      *
      * The charge-off record is written before the master is
      * touched. A record already on file for the account means an
      * earlier charge-off was reversed by hand; that account is
      * counted past and left for collections to sort out, rather
      * than have its recovery history overwritten. The charge-off
      * is not client activity, so LAST-ACTIVITY-DATE is left alone.
       CHARGE-OFF-ACCOUNT.
           MOVE ACCT-NO      TO CHG-ACCT-NO.
           MOVE WS-RUN-DATE  TO CHG-DATE.
           MOVE ACCT-BALANCE TO CHG-PRINCIPAL.
           MOVE ZERO         TO CHG-RECOVERED.
           MOVE ZERO         TO CHG-MTD-RECOVERED.
           MOVE ZERO         TO CHG-MTD-COUNT.
           MOVE ZERO         TO CHG-LAST-RECOVERY.
           MOVE DLQ-FIRST-DELQ-DATE TO CHG-FIRST-DELQ-DATE.
           WRITE CHGOFF-REC
               INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
               NOT INVALID KEY
                   PERFORM WRITE-CHARGE-OFF-HISTORY
                   MOVE ZERO TO ACCT-BALANCE
                   MOVE 'C'  TO ACCT-STATUS-CODE
                   REWRITE ACCT-FIELDS
                   ADD 1 TO WS-CHGOFF-COUNT
                   ADD CHG-PRINCIPAL TO WS-TOTAL-CHGOFF
                   MOVE USA-STATE     TO WS-ITEM-STATE
                   MOVE ACCT-CYCLE    TO WS-ITEM-CYCLE
                   MOVE 'O'           TO WS-ITEM-KIND
                   MOVE CHG-PRINCIPAL TO WS-ITEM-AMOUNT
                   MOVE ACCT-NO       TO CHR-ACCT-NO-O
                   MOVE 'CHG-OFF'     TO CHR-ACTION-O
                   MOVE WS-RUN-DATE   TO CHR-DATE-O
                   PERFORM WRITE-REGISTER-LINE
           END-WRITE.
      *
       WRITE-CHARGE-OFF-HISTORY.
           ADD 1 TO WS-CHGOFF-SEQ.
           MOVE ACCT-NO       TO HST-ACCT-NO.
           MOVE WS-RUN-DATE   TO HST-TRANS-DATE.
           MOVE WS-CHGOFF-SEQ TO HST-TRANS-SEQ.
           MOVE 'O'           TO HST-TRANS-TYPE.
           MOVE ACCT-BALANCE  TO HST-AMOUNT.
           WRITE HIST-REC.
      *
       WRITE-REGISTER-LINE.
           MOVE WS-ITEM-STATE  TO CHR-STATE-O.
           MOVE WS-ITEM-CYCLE  TO CHR-CYCLE-O.
           MOVE WS-ITEM-AMOUNT TO CHR-AMOUNT-O.
           WRITE CHGOFF-PRINT-REC.
           MOVE SPACES TO CHGOFF-PRINT-REC.
           PERFORM TALLY-STATE.
           PERFORM TALLY-CYCLE.
      *
       TALLY-STATE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > ST-COUNT
               OR ST-STATE (ST-IDX) = WS-ITEM-STATE
               CONTINUE
           END-PERFORM.
           IF ST-IDX > ST-COUNT
               IF ST-COUNT < 100
                   ADD 1 TO ST-COUNT
                   MOVE ST-COUNT TO ST-IDX
                   MOVE WS-ITEM-STATE TO ST-STATE (ST-IDX)
                   MOVE ZERO TO ST-CHGOFF-COUNT (ST-IDX)
                                ST-CHGOFF-AMOUNT (ST-IDX)
                                ST-RECOV-COUNT (ST-IDX)
                                ST-RECOV-AMOUNT (ST-IDX)
               ELSE
                   MOVE 100 TO ST-IDX
                   MOVE 'ALL OTHERS' TO ST-STATE (ST-IDX)
               END-IF
           END-IF.
           IF WS-ITEM-CHARGE-OFF
               ADD 1 TO ST-CHGOFF-COUNT (ST-IDX)
               ADD WS-ITEM-AMOUNT TO ST-CHGOFF-AMOUNT (ST-IDX)
           ELSE
               ADD 1 TO ST-RECOV-COUNT (ST-IDX)
               ADD WS-ITEM-AMOUNT TO ST-RECOV-AMOUNT (ST-IDX)
           END-IF.
      *
       TALLY-CYCLE.
           PERFORM VARYING CY-IDX FROM 1 BY 1
               UNTIL CY-IDX > CY-COUNT
               OR CY-CYCLE (CY-IDX) = WS-ITEM-CYCLE
               CONTINUE
           END-PERFORM.
           IF CY-IDX > CY-COUNT
               IF CY-COUNT < 100
                   ADD 1 TO CY-COUNT
                   MOVE CY-COUNT TO CY-IDX
                   MOVE WS-ITEM-CYCLE TO CY-CYCLE (CY-IDX)
                   MOVE ZERO TO CY-CHGOFF-COUNT (CY-IDX)
                                CY-CHGOFF-AMOUNT (CY-IDX)
                                CY-RECOV-COUNT (CY-IDX)
                                CY-RECOV-AMOUNT (CY-IDX)
               ELSE
                   MOVE 100 TO CY-IDX
                   MOVE 'ALL OTHERS' TO CY-CYCLE (CY-IDX)
               END-IF
           END-IF.
           IF WS-ITEM-CHARGE-OFF
               ADD 1 TO CY-CHGOFF-COUNT (CY-IDX)
               ADD WS-ITEM-AMOUNT TO CY-CHGOFF-AMOUNT (CY-IDX)
           ELSE
               ADD 1 TO CY-RECOV-COUNT (CY-IDX)
               ADD WS-ITEM-AMOUNT TO CY-RECOV-AMOUNT (CY-IDX)
           END-IF.
      *
       WRITE-SUMMARIES.
           MOVE SPACES TO CHGOFF-PRINT-REC.
           WRITE CHGOFF-PRINT-REC.
           MOVE 'Totals by State' TO SH1-TITLE-O.
           WRITE CHGOFF-PRINT-REC FROM SUMMARY-HEADER-1.
           MOVE 'State'           TO SH2-KEY-O.
           WRITE CHGOFF-PRINT-REC FROM SUMMARY-HEADER-2.
           WRITE CHGOFF-PRINT-REC FROM SUMMARY-HEADER-3.
           PERFORM VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > ST-COUNT
               MOVE ST-STATE (ST-IDX)         TO SUM-KEY-O
               MOVE ST-CHGOFF-COUNT (ST-IDX)  TO SUM-CHGOFF-COUNT-O
               MOVE ST-CHGOFF-AMOUNT (ST-IDX) TO SUM-CHGOFF-AMT-O
               MOVE ST-RECOV-COUNT (ST-IDX)   TO SUM-RECOV-COUNT-O
               MOVE ST-RECOV-AMOUNT (ST-IDX)  TO SUM-RECOV-AMT-O
               WRITE CHGOFF-PRINT-REC FROM SUMMARY-LINE
           END-PERFORM.
           MOVE SPACES TO CHGOFF-PRINT-REC.
           WRITE CHGOFF-PRINT-REC.
           MOVE 'Totals by Cycle' TO SH1-TITLE-O.
           WRITE CHGOFF-PRINT-REC FROM SUMMARY-HEADER-1.
           MOVE 'Cycle'           TO SH2-KEY-O.
           WRITE CHGOFF-PRINT-REC FROM SUMMARY-HEADER-2.
           WRITE CHGOFF-PRINT-REC FROM SUMMARY-HEADER-3.
           PERFORM VARYING CY-IDX FROM 1 BY 1
               UNTIL CY-IDX > CY-COUNT
               MOVE CY-CYCLE (CY-IDX)         TO SUM-KEY-O
               MOVE CY-CHGOFF-COUNT (CY-IDX)  TO SUM-CHGOFF-COUNT-O
               MOVE CY-CHGOFF-AMOUNT (CY-IDX) TO SUM-CHGOFF-AMT-O
               MOVE CY-RECOV-COUNT (CY-IDX)   TO SUM-RECOV-COUNT-O
               MOVE CY-RECOV-AMOUNT (CY-IDX)  TO SUM-RECOV-AMT-O
               WRITE CHGOFF-PRINT-REC FROM SUMMARY-LINE
           END-PERFORM.
      *
       WRITE-CONTROL-TOTALS.
           MOVE WS-RECORD-COUNT    TO CTL-RECORD-COUNT-O.
           MOVE WS-BELOW-COUNT     TO CTL-BELOW-COUNT-O.
           MOVE WS-NOTFOUND-COUNT  TO CTL-NOTFOUND-COUNT-O.
           MOVE WS-ALREADY-COUNT   TO CTL-ALREADY-COUNT-O.
           MOVE WS-NOBAL-COUNT     TO CTL-NOBAL-COUNT-O.
           MOVE WS-CHGOFF-COUNT    TO CTL-CHGOFF-COUNT-O.
           MOVE WS-TOTAL-CHGOFF    TO CTL-TOTAL-CHGOFF-O.
           MOVE WS-RECOVERY-COUNT  TO CTL-RECOVERY-COUNT-O.
           MOVE WS-TOTAL-RECOVERED TO CTL-TOTAL-RECOVERED-O.
           MOVE SPACES TO CHGOFF-PRINT-REC.
           WRITE CHGOFF-PRINT-REC.
           WRITE CHGOFF-PRINT-REC FROM CONTROL-HEADER-1.
           WRITE CHGOFF-PRINT-REC FROM CONTROL-TOTAL-LINE-1.
           WRITE CHGOFF-PRINT-REC FROM CONTROL-TOTAL-LINE-2.
           WRITE CHGOFF-PRINT-REC FROM CONTROL-TOTAL-LINE-3.
           WRITE CHGOFF-PRINT-REC FROM CONTROL-TOTAL-LINE-4.
           WRITE CHGOFF-PRINT-REC FROM CONTROL-TOTAL-LINE-5.
           WRITE CHGOFF-PRINT-REC FROM CONTROL-TOTAL-LINE-6.
           WRITE CHGOFF-PRINT-REC FROM CONTROL-TOTAL-LINE-7.
           WRITE CHGOFF-PRINT-REC FROM CONTROL-TOTAL-LINE-8.
           WRITE CHGOFF-PRINT-REC FROM CONTROL-TOTAL-LINE-9.
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
