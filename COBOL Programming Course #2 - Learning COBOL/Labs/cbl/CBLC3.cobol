           SELECT HIST-FILE   ASSIGN TO HISTFILE.
           SELECT SYSIN-CARD  ASSIGN TO SYSIN.
           SELECT DECLINE-LINE ASSIGN TO DECLLINE.
           SELECT CHGOFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-ACCT-NO
               FILE STATUS IS WS-CHGOFF-STATUS.
           SELECT HIST-IN     ASSIGN TO HISTFILE
               FILE STATUS IS WS-HIST-IN-STATUS.
           SELECT KHIST-FILE  ASSIGN TO KHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KHS-HIST-KEY
               FILE STATUS IS WS-KHIST-STATUS.
           SELECT HELD-FILE   ASSIGN TO HELDPOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HELD-STATUS.
           SELECT RELEASE-CARD ASSIGN TO RLSCARD.
           SELECT HELD-LINE   ASSIGN TO HELDLINE.
           SELECT SCREEN-FILE ASSIGN TO SORTWK.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE.
      *-------------
       DATA DIVISION.
      *-------------
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
      * Posting register: one line per posting, accepted or not, so
      * the morning review sees every over-limit posting here instead
      * movement behind the balance instead of just the balance. The
      * file is opened EXTEND so each daily run adds to the month's
      * history.
      * Added for posting screening: a held posting released tonight
      * is kept under tonight's business date, not the earlier date
      * the feed carried, so CBL0020 settles it tonight along with
      * the register totals it is counted in.
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-REC.
           05  HST-ACCT-NO        PIC X(8).
      * threshold card -- columns 1-4 as 99V99 percent. No card (or a
      * zero card) runs with the 5.00 percent default, so the nightly
      * posting never stalls on a mislaid card deck.
      * Added for posting screening: the duplicate look-back in days
      * in columns 5-6, and the night's per-account debit count and
      * debit total (whole dollars) past which the account's debits
      * are held, in columns 7-9 and 10-16. Blank or zero fields run
      * with 5 days, 20 debits, and $10,000.
       FD  SYSIN-CARD RECORDING MODE F.
       01  PARM-CARD.
           05  PARM-TOLERANCE-PCT PIC 9(2)V99.
           05  PARM-LOOKBACK-DAYS PIC 9(2).
           05  PARM-VELOCITY-COUNT PIC 9(3).
           05  PARM-VELOCITY-AMOUNT PIC 9(7).
           05  FILLER             PIC X(64).
      *
      * Added for the over-limit authorization step: one record per
      * declined debit or fee -- the account, the amount, and how far
      * past ACCT-LIMIT the posting would have pushed the balance --
      * so collections works a decline list instead of finding the
      * money already moved. The reason column was added with the
      * account status: a debit against a blocked or closed account
      * declines whatever its amount, and shows a zero over-by.
       FD  DECLINE-LINE RECORDING MODE F.
       01  DECLINE-REC.
           05  DCL-ACCT-NO-O      PIC X(8).
           05  DCL-AMOUNT-O       PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DCL-OVER-BY-O      PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DCL-REASON-O       PIC X(17).
           05  FILLER             PIC X(02) VALUE SPACES.
      *
      * Added for charge-off: CBL0024's charge-off file, one record
      * per charged-off account. A payment against a charged-off
      * account is a recovery: it is added to CHG-RECOVERED here
      * and to CHG-MTD-RECOVERED, which CBL0024 reports and clears
      * at month end, instead of reducing ACCT-BALANCE. A credit is
      * too, and neither recovers past CHG-PRINCIPAL.
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
      * Added for posting screening: the month's flat history, read
      * once before this run extends it, for the postings already
      * applied inside the look-back window. Early in a month the
      * window reaches back into the closed month, which CBL0019 has
      * moved onto the keyed history; that is read by account.
       FD  HIST-IN RECORDING MODE F.
       01  HIST-IN-REC.
           05  HIN-ACCT-NO        PIC X(8).
           05  HIN-TRANS-DATE     PIC 9(8) COMP-3.
           05  HIN-TRANS-SEQ      PIC 9(5) COMP-3.
           05  HIN-TRANS-TYPE     PIC X(1).
           05  HIN-AMOUNT         PIC S9(7)V99 COMP-3.
      *
       FD  KHIST-FILE RECORDING MODE F.
       01  KHIST-REC.
           05  KHS-HIST-KEY.
               10  KHS-ACCT-NO    PIC X(8).
               10  KHS-TRANS-DATE PIC 9(8).
               10  KHS-TRANS-SEQ  PIC 9(5).
           05  KHS-TRANS-TYPE     PIC X(1).
           05  KHS-AMOUNT         PIC S9(7)V99 COMP-3.
      *
      * Added for posting screening: postings held out of the run,
      * keyed by the date held and a sequence within that date, with
      * the posting exactly as the feed carried it. 'H' waits for a
      * release card; 'R' was released and posted, 'X' rejected.
       FD  HELD-FILE RECORDING MODE F.
       01  HELD-REC.
           05  HLD-KEY.
               10  HLD-HELD-DATE  PIC 9(8).
               10  HLD-HELD-SEQ   PIC 9(5).
           05  HLD-POSTING.
               10  HLD-ACCT-NO    PIC X(8).
               10  HLD-TRANS-TYPE PIC X(1).
               10  HLD-AMOUNT     PIC S9(7)V99 COMP-3.
               10  HLD-TRANS-DATE PIC 9(8) COMP-3.
           05  HLD-REASON         PIC X(1).
               88  HLD-DUP-IN-FEED    VALUE 'D'.
               88  HLD-DUP-IN-HISTORY VALUE 'H'.
               88  HLD-VELOCITY       VALUE 'V'.
           05  HLD-STATUS         PIC X(1).
               88  HLD-STAT-HELD      VALUE 'H'.
               88  HLD-STAT-RELEASED  VALUE 'R'.
               88  HLD-STAT-REJECTED  VALUE 'X'.
           05  HLD-ACTION-DATE    PIC 9(8).
           05  FILLER             PIC X(10).
      *
      * Added for posting screening: operations' decision on a held
      * posting, one card each -- the held date and sequence from
      * the review report in columns 1-13, then 'R' to release it
      * into this run or 'X' to reject it for good in column 14.
       FD  RELEASE-CARD RECORDING MODE F.
       01  RELEASE-CARD-REC.
           05  RLS-HELD-DATE      PIC 9(8).
           05  RLS-HELD-SEQ       PIC 9(5).
           05  RLS-ACTION         PIC X(1).
               88  RLS-RELEASE        VALUE 'R'.
               88  RLS-REJECT         VALUE 'X'.
           05  FILLER             PIC X(66).
      *
       FD  HELD-LINE RECORDING MODE F.
       01  HELD-LINE-REC          PIC X(80).
      *
      * Added for posting screening: tonight's postings and the
      * history inside the look-back window sorted together, so a
      * repeat of account, type, amount, and date falls next to the
      * posting it repeats. History sorts ahead of the feed within a
      * match, and the feed keeps its order behind it, so the first
      * copy in the feed posts and only the repeats are held.
       SD  SCREEN-FILE.
       01  SCREEN-REC.
           05  SCR-ACCT-NO        PIC X(8).
           05  SCR-TRANS-TYPE     PIC X(1).
           05  SCR-AMOUNT         PIC S9(7)V99 COMP-3.
           05  SCR-TRANS-DATE     PIC 9(8).
           05  SCR-SOURCE         PIC X(1).
           05  SCR-FEED-SEQ       PIC 9(7).
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
           05 LASTREC          PIC X VALUE SPACE.
      *
       01  WS-ACCT-STATUS       PIC X(2) VALUE '00'.
      *
      * Added for charge-off.
       01  WS-CHGOFF-STATUS     PIC X(2) VALUE '00'.
       01  WS-RECOVERY-POSTING  PIC X VALUE 'N'.
      * Added for posting screening.
       01  WS-RELEASED-POSTING  PIC X VALUE 'N'.
       01  WS-RECOVERY-FIELDS.
           05 WS-FEED-AMOUNT     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-RECOVERY-ROOM   PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-RECOVERY-AMOUNT PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-EXCESS-AMOUNT   PIC S9(7)V99 COMP-3 VALUE ZERO.
      *
      * Added for posting screening.
       01  WS-HIST-IN-STATUS    PIC X(2) VALUE '00'.
       01  WS-KHIST-STATUS      PIC X(2) VALUE '00'.
       01  WS-KHIST-OPEN        PIC X VALUE 'N'.
       01  WS-HELD-STATUS       PIC X(2) VALUE '00'.
       01  WS-HIST-IN-EOF       PIC X VALUE 'N'.
       01  WS-KHIST-LASTREC     PIC X VALUE 'N'.
       01  WS-HELD-LASTREC      PIC X VALUE 'N'.
       01  WS-SCREEN-EOF        PIC X VALUE 'N'.
       01  WS-RELEASE-EOF       PIC X VALUE 'N'.
      *
      * Added for posting screening: defaults for the screening
      * fields of the parameter card.
       01  WS-SCREEN-PARMS.
           05 WS-LOOKBACK-DAYS   PIC 9(2) VALUE 5.
           05 WS-VELOCITY-COUNT  PIC 9(3) VALUE 20.
           05 WS-VELOCITY-AMOUNT PIC S9(9)V99 COMP-3 VALUE 10000.
      *
      * Added for posting screening: the sort's verdict on every
      * detail of the feed, by its position in the feed -- space to
      * post, or the reason it is held. A feed longer than the table
      * posts its overflow unscreened, counted on its own line.
       01  WS-SCREEN-CONTROLS.
           05 WS-WINDOW-START    PIC 9(8) VALUE ZERO.
           05 WS-WINDOW-MONTH    PIC 9(6) VALUE ZERO.
           05 WS-RUN-MONTH       PIC 9(6) VALUE ZERO.
           05 WS-SCREEN-SEQ      PIC 9(7) VALUE ZERO.
           05 WS-FEED-SEQ        PIC 9(7) VALUE ZERO.
           05 WS-SCREEN-MAX      PIC 9(7) VALUE 250000.
           05 WS-KHIST-ACCT      PIC X(8) VALUE LOW-VALUES.
           05 WS-SCREEN-ACCT     PIC X(8) VALUE LOW-VALUES.
           05 WS-GROUP-HAS-HIST  PIC X VALUE 'N'.
           05 WS-HOLD-REASON     PIC X VALUE SPACE.
           05 WS-LAST-HELD-SEQ   PIC 9(5) VALUE ZERO.
       01  WS-SCREEN-TABLE.
           05 WS-SCREEN-FLAG     PIC X OCCURS 250000 TIMES.
      *
       01  WS-GROUP-KEY.
           05 WS-GRP-ACCT-NO     PIC X(8).
           05 WS-GRP-TRANS-TYPE  PIC X(1).
           05 WS-GRP-AMOUNT      PIC S9(7)V99 COMP-3.
           05 WS-GRP-TRANS-DATE  PIC 9(8).
       01  WS-THIS-KEY.
           05 WS-THS-ACCT-NO     PIC X(8).
           05 WS-THS-TRANS-TYPE  PIC X(1).
           05 WS-THS-AMOUNT      PIC S9(7)V99 COMP-3.
           05 WS-THS-TRANS-DATE  PIC 9(8).
      *
      * Added for posting screening: one account's debits in the
      * feed, held back until the account's last record has come
      * out of the sort and the night's count and total are known.
      * The parameter count tops out at 999, so any debit past the
      * 1000th is over it and is flagged as it comes.
       01  WS-VELOCITY-CONTROLS.
           05 WS-VEL-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-VEL-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-VEL-IDX         PIC 9(4) VALUE ZERO.
           05 WS-VEL-SEQ         PIC 9(7) OCCURS 1000 TIMES.
      *
       01  HELD-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Held Postings Review'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  HELD-HEADER-2.
           05  FILLER         PIC X(14) VALUE 'Held ID       '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE 'Type   '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE 'Amount       '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'Action              '.
           05  FILLER         PIC X(10) VALUE SPACES.
      *
       01  HELD-HEADER-3.
           05  FILLER         PIC X(14) VALUE '--------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE '-------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE '-------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE '--------------------'.
           05  FILLER         PIC X(10) VALUE SPACES.
      *
       01  HELD-DETAIL-LINE.
           05  HDL-HELD-DATE-O PIC 9(8).
           05  FILLER         PIC X(01) VALUE '-'.
           05  HDL-HELD-SEQ-O PIC 9(5).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  HDL-ACCT-NO-O  PIC X(8).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  HDL-TRANS-TYPE-O PIC X(7).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  HDL-AMOUNT-O   PIC $$,$$$,$$9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  HDL-ACTION-O   PIC X(20).
           05  FILLER         PIC X(10) VALUE SPACES.
      *
       01  REGISTER-HEADER-1.
           05  FILLER         PIC X(30) VALUE
           05 WS-TOTAL-DEBITS    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-CREDITS   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-DECLINED  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-STATUS-DECLINED PIC 9(7)      VALUE ZERO.
           05 WS-RECOVERY-COUNT  PIC 9(7)      VALUE ZERO.
           05 WS-TOTAL-RECOVERED PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-HELD-COUNT      PIC 9(7)      VALUE ZERO.
           05 WS-TOTAL-HELD      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-RELEASED-COUNT  PIC 9(7)      VALUE ZERO.
           05 WS-TOTAL-RELEASED  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-HELD-REJECTED   PIC 9(7)      VALUE ZERO.
           05 WS-UNSCREENED-COUNT PIC 9(7)     VALUE ZERO.
      *
      * Added for the over-limit authorization step: a debit or fee
      * may take the balance up to ACCT-LIMIT plus this tolerance
               'Total Declined    = '.
           05  CTL-TOTAL-DECLINED-O PIC $$$,$$$,$$$,$$9.99.
           05  FILLER         PIC X(43) VALUE SPACES.
      *
      * Added for account status: the part of the declined count
      * turned away on status rather than on limit.
       01  CONTROL-TOTAL-LINE-8.
           05  FILLER         PIC X(19) VALUE
               'Status Declined  = '.
           05  CTL-STATUS-DECLINED-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(53) VALUE SPACES.
      *
      * Added for charge-off: payments taken as recoveries. They are
      * part of the posted count but not of Total Credits, since
      * they do not move ACCT-BALANCE.
       01  CONTROL-TOTAL-LINE-9.
           05  FILLER         PIC X(19) VALUE
               'Recoveries       = '.
           05  CTL-RECOVERY-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(53) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-10.
           05  FILLER         PIC X(20) VALUE
               'Total Recoveries  = '.
           05  CTL-TOTAL-RECOVERED-O PIC $$$,$$$,$$$,$$9.99.
           05  FILLER         PIC X(43) VALUE SPACES.
      *
      * Added for posting screening: postings held tonight, and held
      * postings released into (or rejected out of) this run. The
      * feed still balances to its trailer: its details plus the
      * released postings equal applied, rejected, declined, and
      * held together.
       01  CONTROL-TOTAL-LINE-11.
           05  FILLER         PIC X(19) VALUE
               'Postings Held    = '.
           05  CTL-HELD-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(53) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-12.
           05  FILLER         PIC X(20) VALUE
               'Total Held        = '.
           05  CTL-TOTAL-HELD-O PIC $$$,$$$,$$$,$$9.99.
           05  FILLER         PIC X(43) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-13.
           05  FILLER         PIC X(19) VALUE
               'Held Released    = '.
           05  CTL-RELEASED-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(53) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-14.
           05  FILLER         PIC X(20) VALUE
               'Total Released    = '.
           05  CTL-TOTAL-RELEASED-O PIC $$$,$$$,$$$,$$9.99.
           05  FILLER         PIC X(43) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-15.
           05  FILLER         PIC X(19) VALUE
               'Held Rejected    = '.
           05  CTL-HELD-REJECTED-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(53) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-16.
           05  FILLER         PIC X(19) VALUE
               'Not Screened     = '.
           05  CTL-UNSCREENED-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(53) VALUE SPACES.
      *
       01  DECLINE-HEADER-1.
           05  FILLER         PIC X(30) VALUE
           05  FILLER         PIC X(13) VALUE 'Amount       '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE 'Over Limit By'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(17) VALUE 'Reason           '.
           05  FILLER         PIC X(02) VALUE SPACES.
      *
       01  DECLINE-HEADER-3.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(13) VALUE '-------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE '-------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(17) VALUE '-----------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
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
           OPEN INPUT POST-FILE.
           OPEN I-O   ACCT-REC.
           OPEN OUTPUT REGISTER-LINE.
           OPEN OUTPUT DECLINE-LINE.
           OPEN I-O   CHGOFF-FILE.
           OPEN INPUT KHIST-FILE.
           IF WS-KHIST-STATUS = '00'
               MOVE 'Y' TO WS-KHIST-OPEN
           END-IF.
           OPEN I-O   HELD-FILE.
           OPEN OUTPUT HELD-LINE.
      *
      * Added for the over-limit authorization step, following
      * READ-PURGE-PARM in CBL0012: an authorization tolerance card
               AND PARM-TOLERANCE-PCT > ZERO
               MOVE PARM-TOLERANCE-PCT TO WS-TOLERANCE-PCT
           END-IF.
           IF PARM-LOOKBACK-DAYS IS NUMERIC
               AND PARM-LOOKBACK-DAYS > ZERO
               MOVE PARM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF.
           IF PARM-VELOCITY-COUNT IS NUMERIC
               AND PARM-VELOCITY-COUNT > ZERO
               MOVE PARM-VELOCITY-COUNT TO WS-VELOCITY-COUNT
           END-IF.
           IF PARM-VELOCITY-AMOUNT IS NUMERIC
               AND PARM-VELOCITY-AMOUNT > ZERO
               MOVE PARM-VELOCITY-AMOUNT TO WS-VELOCITY-AMOUNT
           END-IF.
      *
      * Added for feed control records: one full pass over POSTFILE
      * before anything is applied. The header must be first and
           READ POST-FILE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      * Added for posting screening: a second pass over the proven
      * feed, sorted against the history in the look-back window, so
      * every detail's verdict is known before the posting loop
      * reaches it. Only then is the history opened for extending,
      * and the feed is reopened once more past its header.
       SCREEN-POST-FEED.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                - WS-LOOKBACK-DAYS).
           COMPUTE WS-WINDOW-MONTH = WS-WINDOW-START / 100.
           COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100.
           MOVE SPACES TO WS-SCREEN-TABLE.
           SORT SCREEN-FILE
               ON ASCENDING KEY SCR-ACCT-NO
                                SCR-TRANS-TYPE
                                SCR-AMOUNT
                                SCR-TRANS-DATE
                                SCR-SOURCE
                                SCR-FEED-SEQ
               INPUT PROCEDURE IS RELEASE-SCREEN-RECORDS
               OUTPUT PROCEDURE IS MARK-SCREEN-FLAGS.
           CLOSE POST-FILE.
           OPEN INPUT POST-FILE.
           MOVE SPACE TO LASTREC.
           MOVE 'N'   TO WS-TRAILER-SEEN.
           READ POST-FILE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
           OPEN EXTEND HIST-FILE.
           PERFORM FIND-LAST-HELD-SEQ.
      *
       WRITE-HEADERS.
           WRITE REGISTER-REC FROM REGISTER-HEADER-1.
           WRITE DECLINE-REC FROM DECLINE-HEADER-2.
           WRITE DECLINE-REC FROM DECLINE-HEADER-3.
           MOVE SPACES TO DECLINE-REC.
           WRITE HELD-LINE-REC FROM HELD-HEADER-1.
           WRITE HELD-LINE-REC FROM HELD-HEADER-2.
           WRITE HELD-LINE-REC FROM HELD-HEADER-3.
      *
      * Added for posting screening: operations' release and reject
      * cards are worked before tonight's feed, so a released
      * posting goes through the same status and limit checks as any
      * other and shows on the register in its own right.
       PROCESS-RELEASE-CARDS.
           OPEN INPUT RELEASE-CARD.
           PERFORM READ-RELEASE-CARD
           PERFORM UNTIL WS-RELEASE-EOF = 'Y'
               PERFORM APPLY-RELEASE-CARD
               PERFORM READ-RELEASE-CARD
           END-PERFORM.
           CLOSE RELEASE-CARD.
      *
       READ-NEXT-POSTING.
           PERFORM READ-POSTING
           CLOSE REGISTER-LINE.
           CLOSE HIST-FILE.
           CLOSE DECLINE-LINE.
           CLOSE CHGOFF-FILE.
           CLOSE KHIST-FILE.
           CLOSE HELD-FILE.
           CLOSE HELD-LINE.
           GOBACK.
      *
      * A corrupt or misaligned packed amount must not abend the
      * of the register and ends the run with condition code 8, so
      * the scheduler holds the downstream steps and operations can
      * re-pull the file.
      * Added for posting screening: the history is not open yet when
      * the feed controls are checked, so it is not closed here.
       FEED-CONTROL-ERROR.
           WRITE REGISTER-REC FROM FEED-ERROR-LINE.
           CLOSE POST-FILE.
           CLOSE ACCT-REC.
           CLOSE REGISTER-LINE.
           CLOSE DECLINE-LINE.
           CLOSE CHGOFF-FILE.
           CLOSE KHIST-FILE.
           CLOSE HELD-FILE.
           CLOSE HELD-LINE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
      *
      * Added for posting screening: every detail counts its place in
      * the feed, the same count the screening pass kept, and a
      * posting the sort flagged is held instead of applied.
       POST-TRANSACTION.
           ADD 1 TO WS-FEED-SEQ.
           IF PST-TYPE-DEBIT OR PST-TYPE-CREDIT
               OR PST-TYPE-PAYMENT OR PST-TYPE-FEE
               IF WS-FEED-SEQ > WS-SCREEN-MAX
                   ADD 1 TO WS-UNSCREENED-COUNT
                   MOVE SPACE TO WS-HOLD-REASON
               ELSE
                   MOVE WS-SCREEN-FLAG (WS-FEED-SEQ) TO WS-HOLD-REASON
               END-IF
               IF WS-HOLD-REASON = SPACE
                   PERFORM APPLY-POSTING
               ELSE
                   PERFORM HOLD-POSTING
               END-IF
           ELSE
               MOVE 'REJECTED - BAD TYPE' TO REG-FLAG-O
               PERFORM WRITE-REJECT-REGISTER
      * with the posting date so CHECK-DORMANT-ACCOUNT in CBL0006
      * finally tracks actual activity. Debits and fees pass through
      * the authorization check first; credits and payments always
      * post -- money coming in can never be declined. A debit or fee
      * against an account that is not active (blocked, closed
      * pending payoff, closed, or deceased) declines before the
      * limit is even looked at; payments still post against any
      * status, so a blocked or closing account can be paid down.
      * Added for charge-off: a payment or a credit against a
      * charged-off account posts as a recovery -- the balance it
      * would have reduced is already on the charge-off file.
       APPLY-POSTING.
           MOVE PST-ACCT-NO TO ACCT-NO.
           READ ACCT-REC
                   PERFORM WRITE-REJECT-REGISTER
               NOT INVALID KEY
                   IF PST-TYPE-DEBIT OR PST-TYPE-FEE
                       IF ACCT-STAT-ACTIVE
                           PERFORM AUTHORIZE-DEBIT-POSTING
                       ELSE
                           PERFORM DECLINE-STATUS-POSTING
                       END-IF
                   ELSE
                       IF ACCT-STAT-CHARGED-OFF
                           PERFORM POST-RECOVERY
                       ELSE
                           SUBTRACT PST-AMOUNT FROM ACCT-BALANCE
                           ADD PST-AMOUNT TO WS-TOTAL-CREDITS
                           PERFORM COMPLETE-POSTING
                       END-IF
                   END-IF
           END-READ
           .
           PERFORM WRITE-HISTORY-RECORD.
           PERFORM WRITE-POSTED-REGISTER.
      *
      * Added for charge-off: the money goes against the charged-off
      * principal on CBL0024's file. ACCT-BALANCE stays at zero, but
      * the payment is still client activity, so LAST-ACTIVITY-DATE
      * is stamped, and it is kept on HISTFILE as type 'R' for the
      * statement and the GL. A charge-off record that cannot be
      * found rejects the payment; posting it as an ordinary payment
      * would leave a credit balance on a charged-off account.
       POST-RECOVERY.
           MOVE ACCT-NO TO CHG-ACCT-NO.
           READ CHGOFF-FILE
               INVALID KEY
                   MOVE 'REJECTED - NO CHGOFF' TO REG-FLAG-O
                   PERFORM WRITE-REJECT-REGISTER
               NOT INVALID KEY
                   PERFORM SPLIT-RECOVERY
           END-READ.
      *
      * No more than the principal still outstanding on the charge-off
      * file can be recovered. Anything over that is the customer's
      * money: it posts to the balance as the payment or credit it
      * arrived as, leaving a credit balance for CBL0029 to refund,
      * and shows on the register as the recovery excess. A posting
      * that straddles the two is split into a register line and a
      * history record for each part; the feed's amount is put back
      * afterwards. The detail still counts once as applied, so the
      * feed's control check balances.
       SPLIT-RECOVERY.
           MOVE PST-AMOUNT TO WS-FEED-AMOUNT.
           COMPUTE WS-RECOVERY-ROOM = CHG-PRINCIPAL - CHG-RECOVERED.
           IF WS-RECOVERY-ROOM < ZERO
               MOVE ZERO TO WS-RECOVERY-ROOM
           END-IF.
           IF PST-AMOUNT > WS-RECOVERY-ROOM
               MOVE WS-RECOVERY-ROOM TO WS-RECOVERY-AMOUNT
           ELSE
               MOVE PST-AMOUNT       TO WS-RECOVERY-AMOUNT
           END-IF.
           COMPUTE WS-EXCESS-AMOUNT =
               PST-AMOUNT - WS-RECOVERY-AMOUNT.
           IF WS-RECOVERY-AMOUNT > ZERO
               MOVE WS-RECOVERY-AMOUNT TO PST-AMOUNT
               ADD PST-AMOUNT      TO CHG-RECOVERED
               ADD PST-AMOUNT      TO CHG-MTD-RECOVERED
               ADD 1               TO CHG-MTD-COUNT
               MOVE PST-TRANS-DATE TO CHG-LAST-RECOVERY
               REWRITE CHGOFF-REC
               ADD 1 TO WS-RECOVERY-COUNT
               ADD PST-AMOUNT TO WS-TOTAL-RECOVERED
               MOVE 'Y' TO WS-RECOVERY-POSTING
               PERFORM COMPLETE-POSTING
           END-IF.
           IF WS-EXCESS-AMOUNT > ZERO
               MOVE WS-EXCESS-AMOUNT TO PST-AMOUNT
               SUBTRACT PST-AMOUNT FROM ACCT-BALANCE
               ADD PST-AMOUNT TO WS-TOTAL-CREDITS
               MOVE 'X' TO WS-RECOVERY-POSTING
               PERFORM COMPLETE-POSTING
               IF WS-RECOVERY-AMOUNT > ZERO
                   SUBTRACT 1 FROM WS-POSTED-COUNT
               END-IF
           END-IF.
           MOVE 'N' TO WS-RECOVERY-POSTING.
           MOVE WS-FEED-AMOUNT TO PST-AMOUNT.
      *
      * The over-by amount reported is measured against ACCT-LIMIT
      * itself, not the tolerance-padded authorization limit -- that
      * is the figure collections and the morning review care about.
       DECLINE-POSTING.
           COMPUTE WS-OVER-BY =
               ACCT-BALANCE + PST-AMOUNT - ACCT-LIMIT.
           MOVE 'OVER LIMIT'    TO DCL-REASON-O.
           MOVE 'DECLINED OVER LIMIT' TO REG-FLAG-O.
           PERFORM WRITE-DECLINE-LINES.
      *
      * Added for account status: the status decline rides the same
      * register, decline list, and declined totals as the over-limit
      * decline, and is counted on its own line as well.
       DECLINE-STATUS-POSTING.
           ADD 1 TO WS-STATUS-DECLINED.
           MOVE ZERO TO WS-OVER-BY.
           EVALUATE TRUE
               WHEN ACCT-STAT-BLOCKED
                   MOVE 'ACCOUNT BLOCKED'   TO DCL-REASON-O
                   MOVE 'DECLINED BLOCKED'  TO REG-FLAG-O
               WHEN ACCT-STAT-DECEASED
                   MOVE 'ACCOUNT DECEASED'  TO DCL-REASON-O
                   MOVE 'DECLINED DECEASED' TO REG-FLAG-O
               WHEN ACCT-STAT-CHARGED-OFF
                   MOVE 'ACCT CHARGED OFF'  TO DCL-REASON-O
                   MOVE 'DECLINED CHARGE-OFF' TO REG-FLAG-O
               WHEN OTHER
                   MOVE 'ACCOUNT CLOSED'    TO DCL-REASON-O
                   MOVE 'DECLINED CLOSED'   TO REG-FLAG-O
           END-EVALUATE.
           PERFORM WRITE-DECLINE-LINES.
      *
       WRITE-DECLINE-LINES.
           ADD 1 TO WS-DECLINED-COUNT.
           ADD PST-AMOUNT TO WS-TOTAL-DECLINED.
           PERFORM MOVE-TYPE-WORD.
           MOVE PST-ACCT-NO     TO DCL-ACCT-NO-O.
           MOVE PST-TRANS-DATE  TO DCL-TRANS-DATE-O.
           MOVE PST-TRANS-DATE  TO REG-TRANS-DATE-O.
           MOVE PST-AMOUNT      TO REG-AMOUNT-O.
           MOVE ACCT-BALANCE    TO REG-NEW-BALANCE-O.
           WRITE REGISTER-REC.
      *
       WRITE-HISTORY-RECORD.
           ADD 1 TO WS-POSTING-SEQ.
           MOVE PST-ACCT-NO     TO HST-ACCT-NO.
           IF WS-RELEASED-POSTING = 'Y'
               MOVE WS-RUN-DATE    TO HST-TRANS-DATE
           ELSE
               MOVE PST-TRANS-DATE TO HST-TRANS-DATE
           END-IF.
           MOVE WS-POSTING-SEQ  TO HST-TRANS-SEQ.
           IF WS-RECOVERY-POSTING = 'Y'
               MOVE 'R'         TO HST-TRANS-TYPE
           ELSE
               MOVE PST-TRANS-TYPE TO HST-TRANS-TYPE
           END-IF.
           MOVE PST-AMOUNT      TO HST-AMOUNT.
           WRITE HIST-REC.
      *
           PERFORM MOVE-TYPE-WORD.
           MOVE PST-AMOUNT      TO REG-AMOUNT-O.
           MOVE ACCT-BALANCE    TO REG-NEW-BALANCE-O.
           EVALUATE TRUE
               WHEN WS-RECOVERY-POSTING = 'Y'
                   MOVE 'RECOVERY'   TO REG-FLAG-O
               WHEN WS-RECOVERY-POSTING = 'X'
                   MOVE 'RECOVERY EXCESS' TO REG-FLAG-O
               WHEN ACCT-BALANCE > ACCT-LIMIT
                   ADD 1 TO WS-OVERLIMIT-COUNT
                   MOVE 'OVER LIMIT' TO REG-FLAG-O
               WHEN OTHER
                   MOVE SPACES       TO REG-FLAG-O
           END-EVALUATE.
           WRITE REGISTER-REC.
      *
       WRITE-REJECT-REGISTER.
           MOVE WS-TOTAL-DEBITS    TO CTL-TOTAL-DEBITS-O.
           MOVE WS-TOTAL-CREDITS   TO CTL-TOTAL-CREDITS-O.
           MOVE WS-TOTAL-DECLINED  TO CTL-TOTAL-DECLINED-O.
           MOVE WS-STATUS-DECLINED TO CTL-STATUS-DECLINED-O.
           MOVE WS-RECOVERY-COUNT  TO CTL-RECOVERY-COUNT-O.
           MOVE WS-TOTAL-RECOVERED TO CTL-TOTAL-RECOVERED-O.
           MOVE WS-HELD-COUNT      TO CTL-HELD-COUNT-O.
           MOVE WS-TOTAL-HELD      TO CTL-TOTAL-HELD-O.
           MOVE WS-RELEASED-COUNT  TO CTL-RELEASED-COUNT-O.
           MOVE WS-TOTAL-RELEASED  TO CTL-TOTAL-RELEASED-O.
           MOVE WS-HELD-REJECTED   TO CTL-HELD-REJECTED-O.
           MOVE WS-UNSCREENED-COUNT TO CTL-UNSCREENED-O.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.
           WRITE REGISTER-REC FROM CONTROL-HEADER-1.
           WRITE REGISTER-REC FROM CONTROL-TOTAL-LINE-2.
           WRITE REGISTER-REC FROM CONTROL-TOTAL-LINE-3.
           WRITE REGISTER-REC FROM CONTROL-TOTAL-LINE-6.
           WRITE REGISTER-REC FROM CONTROL-TOTAL-LINE-8.
           WRITE REGISTER-REC FROM CONTROL-TOTAL-LINE-9.
           WRITE REGISTER-REC FROM CONTROL-TOTAL-LINE-11.
           WRITE REGISTER-REC FROM CONTROL-TOTAL-LINE-13.
           WRITE REGISTER-REC FROM CONTROL-TOTAL-LINE-15.
           WRITE REGISTER-REC FROM CONTROL-TOTAL-LINE-16.
           WRITE REGISTER-REC FROM CONTROL-TOTAL-LINE-4.
           WRITE REGISTER-REC FROM CONTROL-TOTAL-LINE-5.
           WRITE REGISTER-REC FROM CONTROL-TOTAL-LINE-7.
           WRITE REGISTER-REC FROM CONTROL-TOTAL-LINE-10.
           WRITE REGISTER-REC FROM CONTROL-TOTAL-LINE-12.
           WRITE REGISTER-REC FROM CONTROL-TOTAL-LINE-14.
      *
      * Added for posting screening: the feed's details go to the
      * sort first, then the flat history and, when the window
      * reaches into the closed month, each account's keyed history.
      * Bad-type details are counted but not sorted; the posting loop
      * rejects them.
       RELEASE-SCREEN-RECORDS.
           MOVE ZERO TO WS-SCREEN-SEQ.
           PERFORM READ-POSTING
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO WS-SCREEN-SEQ
               IF (PST-TYPE-DEBIT OR PST-TYPE-CREDIT
                   OR PST-TYPE-PAYMENT OR PST-TYPE-FEE)
                   AND WS-SCREEN-SEQ NOT > WS-SCREEN-MAX
                   MOVE PST-ACCT-NO    TO SCR-ACCT-NO
                   MOVE PST-TRANS-TYPE TO SCR-TRANS-TYPE
                   MOVE PST-AMOUNT     TO SCR-AMOUNT
                   MOVE PST-TRANS-DATE TO SCR-TRANS-DATE
                   MOVE 'P'            TO SCR-SOURCE
                   MOVE WS-SCREEN-SEQ  TO SCR-FEED-SEQ
                   RELEASE SCREEN-REC
                   IF WS-WINDOW-MONTH < WS-RUN-MONTH
                       AND WS-KHIST-OPEN = 'Y'
                       AND PST-ACCT-NO NOT = WS-KHIST-ACCT
                       PERFORM RELEASE-KEYED-HISTORY
                   END-IF
               END-IF
               PERFORM READ-POSTING
           END-PERFORM.
           PERFORM RELEASE-FLAT-HISTORY.
      *
      * No flat history yet (the first night after month close) is
      * not an error; there is simply nothing in it to repeat.
       RELEASE-FLAT-HISTORY.
           MOVE 'N' TO WS-HIST-IN-EOF.
           OPEN INPUT HIST-IN.
           IF WS-HIST-IN-STATUS NOT = '00'
               MOVE 'Y' TO WS-HIST-IN-EOF
           ELSE
               PERFORM READ-HIST-IN
           END-IF.
           PERFORM UNTIL WS-HIST-IN-EOF = 'Y'
               IF HIN-TRANS-DATE IS NUMERIC
                   AND HIN-TRANS-DATE NOT < WS-WINDOW-START
                   MOVE HIN-ACCT-NO    TO SCR-ACCT-NO
                   MOVE HIN-TRANS-TYPE TO SCR-TRANS-TYPE
                   MOVE HIN-AMOUNT     TO SCR-AMOUNT
                   MOVE HIN-TRANS-DATE TO SCR-TRANS-DATE
                   PERFORM RELEASE-HISTORY-RECORD
               END-IF
               PERFORM READ-HIST-IN
           END-PERFORM.
           IF WS-HIST-IN-STATUS = '00' OR WS-HIST-IN-STATUS = '10'
               CLOSE HIST-IN
           END-IF.
      *
       READ-HIST-IN.
           READ HIST-IN
               AT END MOVE 'Y' TO WS-HIST-IN-EOF
           END-READ.
      *
      * The account's keyed history from the window start on. A feed
      * in account order reads each account once; otherwise a record
      * may be sorted twice, which only repeats a match already made.
       RELEASE-KEYED-HISTORY.
           MOVE PST-ACCT-NO     TO WS-KHIST-ACCT.
           MOVE PST-ACCT-NO     TO KHS-ACCT-NO.
           MOVE WS-WINDOW-START TO KHS-TRANS-DATE.
           MOVE ZERO            TO KHS-TRANS-SEQ.
           START KHIST-FILE KEY IS >= KHS-HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-KHIST-LASTREC
               NOT INVALID KEY
                   MOVE 'N' TO WS-KHIST-LASTREC
           END-START.
           PERFORM UNTIL WS-KHIST-LASTREC = 'Y'
               READ KHIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-KHIST-LASTREC
                   NOT AT END
                       IF KHS-ACCT-NO NOT = WS-KHIST-ACCT
                           MOVE 'Y' TO WS-KHIST-LASTREC
                       ELSE
                           MOVE KHS-ACCT-NO    TO SCR-ACCT-NO
                           MOVE KHS-TRANS-TYPE TO SCR-TRANS-TYPE
                           MOVE KHS-AMOUNT     TO SCR-AMOUNT
                           MOVE KHS-TRANS-DATE TO SCR-TRANS-DATE
                           PERFORM RELEASE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
      *
      * A payment that went to a charged-off account is on the
      * history as a recovery; it is matched as the payment it was.
       RELEASE-HISTORY-RECORD.
           IF SCR-TRANS-TYPE = 'R'
               MOVE 'P' TO SCR-TRANS-TYPE
           END-IF.
           MOVE 'H'  TO SCR-SOURCE.
           MOVE ZERO TO SCR-FEED-SEQ.
           RELEASE SCREEN-REC.
      *
      * Duplicates are settled as each record comes back; velocity
      * when an account's last record is out.
       MARK-SCREEN-FLAGS.
           MOVE LOW-VALUES TO WS-SCREEN-ACCT.
           MOVE LOW-VALUES TO WS-GROUP-KEY.
           MOVE ZERO TO WS-VEL-COUNT WS-VEL-TOTAL.
           PERFORM RETURN-SCREEN-RECORD
           PERFORM UNTIL WS-SCREEN-EOF = 'Y'
               IF SCR-ACCT-NO NOT = WS-SCREEN-ACCT
                   PERFORM CHECK-ACCOUNT-VELOCITY
                   MOVE SCR-ACCT-NO TO WS-SCREEN-ACCT
                   MOVE ZERO TO WS-VEL-COUNT WS-VEL-TOTAL
               END-IF
               PERFORM CHECK-DUPLICATE-POSTING
               IF SCR-SOURCE = 'P' AND SCR-TRANS-TYPE = 'D'
                   PERFORM COUNT-ACCOUNT-DEBIT
               END-IF
               PERFORM RETURN-SCREEN-RECORD
           END-PERFORM.
           PERFORM CHECK-ACCOUNT-VELOCITY.
      *
       RETURN-SCREEN-RECORD.
           RETURN SCREEN-FILE
           AT END MOVE 'Y' TO WS-SCREEN-EOF
           END-RETURN.
      *
      * A feed posting matching an earlier record on account, type,
      * amount, and date is held: against the history if any copy
      * came from there, otherwise as a repeat within the feed.
       CHECK-DUPLICATE-POSTING.
           MOVE SCR-ACCT-NO    TO WS-THS-ACCT-NO.
           MOVE SCR-TRANS-TYPE TO WS-THS-TRANS-TYPE.
           MOVE SCR-AMOUNT     TO WS-THS-AMOUNT.
           MOVE SCR-TRANS-DATE TO WS-THS-TRANS-DATE.
           IF WS-THIS-KEY = WS-GROUP-KEY
               IF SCR-SOURCE = 'P'
                   IF WS-GROUP-HAS-HIST = 'Y'
                       MOVE 'H' TO WS-SCREEN-FLAG (SCR-FEED-SEQ)
                   ELSE
                       MOVE 'D' TO WS-SCREEN-FLAG (SCR-FEED-SEQ)
                   END-IF
               END-IF
           ELSE
               MOVE WS-THIS-KEY TO WS-GROUP-KEY
               MOVE 'N' TO WS-GROUP-HAS-HIST
           END-IF.
           IF SCR-SOURCE = 'H'
               MOVE 'Y' TO WS-GROUP-HAS-HIST
           END-IF.
      *
       COUNT-ACCOUNT-DEBIT.
           ADD 1 TO WS-VEL-COUNT.
           ADD SCR-AMOUNT TO WS-VEL-TOTAL.
           IF WS-VEL-COUNT NOT > 1000
               MOVE SCR-FEED-SEQ TO WS-VEL-SEQ (WS-VEL-COUNT)
           ELSE
               IF WS-SCREEN-FLAG (SCR-FEED-SEQ) = SPACE
                   MOVE 'V' TO WS-SCREEN-FLAG (SCR-FEED-SEQ)
               END-IF
           END-IF.
      *
      * Over either threshold, all of the account's debits tonight
      * are held; one already held as a duplicate keeps that reason.
       CHECK-ACCOUNT-VELOCITY.
           IF WS-VEL-COUNT > WS-VELOCITY-COUNT
               OR WS-VEL-TOTAL > WS-VELOCITY-AMOUNT
               PERFORM VARYING WS-VEL-IDX FROM 1 BY 1
                   UNTIL WS-VEL-IDX > WS-VEL-COUNT
                      OR WS-VEL-IDX > 1000
                   IF WS-SCREEN-FLAG (WS-VEL-SEQ (WS-VEL-IDX)) = SPACE
                       MOVE 'V'
                           TO WS-SCREEN-FLAG (WS-VEL-SEQ (WS-VEL-IDX))
                   END-IF
               END-PERFORM
           END-IF.
      *
      * Tonight's holds continue the sequence of any earlier run on
      * the same business date (the autopay feed posts as a second
      * step), so every held ID stays unique.
       FIND-LAST-HELD-SEQ.
           MOVE ZERO        TO WS-LAST-HELD-SEQ.
           MOVE WS-RUN-DATE TO HLD-HELD-DATE.
           MOVE ZERO        TO HLD-HELD-SEQ.
           START HELD-FILE KEY IS >= HLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HELD-LASTREC
               NOT INVALID KEY
                   MOVE 'N' TO WS-HELD-LASTREC
           END-START.
           PERFORM UNTIL WS-HELD-LASTREC = 'Y'
               READ HELD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HELD-LASTREC
                   NOT AT END
                       IF HLD-HELD-DATE NOT = WS-RUN-DATE
                           MOVE 'Y' TO WS-HELD-LASTREC
                       ELSE
                           MOVE HLD-HELD-SEQ TO WS-LAST-HELD-SEQ
                       END-IF
               END-READ
           END-PERFORM.
      *
      * The posting goes to the held file as the feed carried it and
      * shows on the register and the review report; nothing touches
      * the master.
       HOLD-POSTING.
           ADD 1 TO WS-LAST-HELD-SEQ.
           MOVE WS-RUN-DATE      TO HLD-HELD-DATE.
           MOVE WS-LAST-HELD-SEQ TO HLD-HELD-SEQ.
           MOVE POST-REC         TO HLD-POSTING.
           MOVE WS-HOLD-REASON   TO HLD-REASON.
           MOVE 'H'              TO HLD-STATUS.
           MOVE ZERO             TO HLD-ACTION-DATE.
           WRITE HELD-REC
               INVALID KEY
                   MOVE 'REJECTED - HOLD FAIL' TO REG-FLAG-O
                   PERFORM WRITE-REJECT-REGISTER
               NOT INVALID KEY
                   ADD 1 TO WS-HELD-COUNT
                   ADD PST-AMOUNT TO WS-TOTAL-HELD
                   EVALUATE TRUE
                       WHEN HLD-DUP-IN-FEED
                           MOVE 'HELD DUP IN FEED' TO REG-FLAG-O
                       WHEN HLD-DUP-IN-HISTORY
                           MOVE 'HELD DUP IN HISTORY' TO REG-FLAG-O
                       WHEN OTHER
                           MOVE 'HELD VELOCITY' TO REG-FLAG-O
                   END-EVALUATE
                   MOVE PST-ACCT-NO     TO REG-ACCT-NO-O
                   MOVE PST-TRANS-DATE  TO REG-TRANS-DATE-O
                   PERFORM MOVE-TYPE-WORD
                   MOVE PST-AMOUNT      TO REG-AMOUNT-O
                   MOVE ZERO            TO REG-NEW-BALANCE-O
                   WRITE REGISTER-REC
                   MOVE REG-FLAG-O      TO HDL-ACTION-O
                   PERFORM WRITE-HELD-DETAIL
           END-WRITE.
      *
       READ-RELEASE-CARD.
           READ RELEASE-CARD
               AT END MOVE 'Y' TO WS-RELEASE-EOF
           END-READ.
      *
      * A card for a posting not on file, or already released or
      * rejected, is listed and otherwise ignored.
       APPLY-RELEASE-CARD.
           MOVE RLS-HELD-DATE TO HLD-HELD-DATE.
           MOVE RLS-HELD-SEQ  TO HLD-HELD-SEQ.
           READ HELD-FILE
               INVALID KEY
                   MOVE SPACES        TO HLD-POSTING
                   MOVE ZERO          TO HLD-AMOUNT
                   MOVE 'CARD NOT ON FILE' TO HDL-ACTION-O
                   PERFORM WRITE-CARD-DETAIL
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT HLD-STAT-HELD
                           MOVE 'ALREADY ACTIONED' TO HDL-ACTION-O
                           PERFORM WRITE-CARD-DETAIL
                       WHEN RLS-RELEASE
                           PERFORM RELEASE-HELD-POSTING
                       WHEN RLS-REJECT
                           PERFORM REJECT-HELD-POSTING
                       WHEN OTHER
                           MOVE 'BAD ACTION CODE' TO HDL-ACTION-O
                           PERFORM WRITE-CARD-DETAIL
                   END-EVALUATE
           END-READ.
      *
      * The released posting is put back in the feed's record area
      * and applied exactly as if it had arrived tonight -- and its
      * history record is dated tonight, since tonight is when it
      * posts and settles.
       RELEASE-HELD-POSTING.
           MOVE 'R'          TO HLD-STATUS.
           MOVE WS-RUN-DATE  TO HLD-ACTION-DATE.
           REWRITE HELD-REC.
           MOVE HLD-POSTING  TO POST-REC.
           ADD 1 TO WS-RELEASED-COUNT.
           ADD PST-AMOUNT TO WS-TOTAL-RELEASED.
           MOVE 'RELEASED' TO HDL-ACTION-O.
           PERFORM WRITE-CARD-DETAIL.
           MOVE 'Y' TO WS-RELEASED-POSTING.
           PERFORM APPLY-POSTING.
           MOVE 'N' TO WS-RELEASED-POSTING.
      *
       REJECT-HELD-POSTING.
           MOVE 'X'          TO HLD-STATUS.
           MOVE WS-RUN-DATE  TO HLD-ACTION-DATE.
           REWRITE HELD-REC.
           ADD 1 TO WS-HELD-REJECTED.
           MOVE 'REJECTED' TO HDL-ACTION-O.
           PERFORM WRITE-CARD-DETAIL.
      *
       WRITE-CARD-DETAIL.
           MOVE HLD-POSTING TO POST-REC.
           PERFORM MOVE-TYPE-WORD.
           PERFORM WRITE-HELD-DETAIL.
      *
       WRITE-HELD-DETAIL.
           MOVE HLD-HELD-DATE    TO HDL-HELD-DATE-O.
           MOVE HLD-HELD-SEQ     TO HDL-HELD-SEQ-O.
           MOVE PST-ACCT-NO      TO HDL-ACCT-NO-O.
           MOVE REG-TRANS-TYPE-O TO HDL-TRANS-TYPE-O.
           MOVE PST-AMOUNT       TO HDL-AMOUNT-O.
           WRITE HELD-LINE-REC FROM HELD-DETAIL-LINE.
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
