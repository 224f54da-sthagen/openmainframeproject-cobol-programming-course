           SELECT FREJ-PRE    ASSIGN TO FREJPRE.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL.
           SELECT LETTER-FILE ASSIGN TO LTREXTR.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE.
           SELECT PEND-FILE   ASSIGN TO PENDAPPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT ADDR-LOG    ASSIGN TO ADDRLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADL-ACCT-NO
               FILE STATUS IS WS-ADDR-LOG-STATUS.
           SELECT APPROVAL-CARD ASSIGN TO APPRCARD.
           SELECT APPROVAL-LINE ASSIGN TO APPRLINE.
      *-------------
       DATA DIVISION.
      *-------------
      *
      * Add/Change/Delete transaction file laid out like ACCT-FIELDS,
      * with a leading transaction code driving which maintenance
      * this record applies: 'A' add, 'C' change, 'L' limit only,
      * 'S' status only, 'D' delete.
       FD  TRANS-FILE RECORDING MODE F.
       01  TRANS-REC.
           05  TRANS-CODE         PIC X(1).
                                  PIC 9(8) COMP-3.
           05  TR-COMMENTS        PIC X(50).
           05  TR-ACCT-CYCLE      PIC X(2).
      * Added for account status: grew with ACCT-FIELDS. Only the
      * 'S' status transaction and an 'A' add ever read it.
           05  TR-ACCT-STATUS-CODE PIC X(1).
      * Added for maker-checker approval: who keyed the transaction,
      * and who (if anyone) approved it. Every transaction must name
      * its operator. The approver of a held high-risk item is taken
      * from the approval card that releases it, on a later run --
      * never from the feed. Whatever is keyed here on a feed
      * transaction is blanked before it is applied, so no clerk can
      * name a second person as approver of work nobody approved.
           05  TR-OPERATOR-ID     PIC X(8).
           05  TR-APPROVER-ID     PIC X(8).
      *
      * Added for feed control records: the upstream system brackets
      * TRANFILE with a header carrying the business date and a
      * trailer carrying the detail count and a hash of the limit
      * and balance amounts of every record that carries amounts
      * ('D' and 'S' cards carry no usable amounts and are excluded
      * from the hash on both sides of the contract). Both are
      * checked before any maintenance applies, so a stale or
      * truncated feed stops the run instead of applying clean.
       01  TRANS-HDR-REC.
           05  THR-REC-TAG        PIC X(3).
           05  THR-BUSINESS-DATE  PIC 9(8).
           05  FILLER             PIC X(188).
      *
       01  TRANS-TRL-REC.
           05  TTR-REC-TAG        PIC X(3).
           05  TTR-RECORD-COUNT   PIC 9(7).
           05  TTR-HASH-AMOUNT    PIC S9(11)V99 COMP-3.
           05  FILLER             PIC X(182).
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
      * Added for maker-checker approval: the line widens to 100 to
      * carry the operator and approver of every change it logs.
       FD  AUDIT-LINE RECORDING MODE F.
       01  AUDIT-REC.
           05  AUD-ACCT-NO-O      PIC X(8).
           05  AUD-OLD-VALUE-O    PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AUD-NEW-VALUE-O    PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AUD-OPERATOR-O     PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AUD-APPROVER-O     PIC X(8).
           05  FILLER             PIC X(04) VALUE SPACES.
      *
      * Added for checkpoint/restart: a short parameter card read at
      * card. 'RESTART' in columns 1-7 asks this run to reposition
      * past the transactions a failed run already applied; anything
      * else (or no card) is a normal run from the top of TRANS-FILE.
      * Added for maker-checker approval: the same card carries the
      * approval thresholds -- the largest limit increase (whole
      * dollars) that applies without a second operator in columns
      * 9-15, the days after an address change within which any
      * limit change is held in 16-18, and the days a held item
      * waits for its approval before it expires in 19-21. Blank or
      * zero keeps the built-in value.
       FD  SYSIN-CARD RECORDING MODE F.
       01  RESTART-CARD.
           05  RST-REQUEST        PIC X(7).
           05  FILLER             PIC X(1).
           05  PARM-LIMIT-RAISE   PIC 9(7).
           05  PARM-ADDR-DAYS     PIC 9(3).
           05  PARM-EXPIRE-DAYS   PIC 9(3).
           05  FILLER             PIC X(59).
      *
      * Added for checkpoint/restart: every WS-CHECKPOINT-INTERVAL
      * transactions the count of transactions applied so far is
           05  JNL-RUN-DATE       PIC 9(8).
           05  JNL-TRANS-SEQ      PIC 9(7).
           05  JNL-ACTION         PIC X(1).
           05  JNL-BEFORE-IMAGE   PIC X(182).
      * Added for maker-checker approval: who keyed and who approved
      * the change the image was taken ahead of.
           05  JNL-OPERATOR-ID    PIC X(8).
           05  JNL-APPROVER-ID    PIC X(8).
      *
      * Added for the suspense recycle: rejected maintenance
      * transactions used to leave only a REJECTED audit line and be
      * instead of riding forever.
       FD  SUSP-IN RECORDING MODE F.
       01  SUSP-IN-REC.
           05  SIN-TRANS-DATA     PIC X(199).
           05  SIN-REJECT-REASON  PIC X(20).
           05  SIN-DAYS-IN-SUSP   PIC 9(3).
      *
       FD  SUSP-OUT RECORDING MODE F.
       01  SUSP-OUT-REC.
           05  SOT-TRANS-DATA     PIC X(199).
           05  SOT-REJECT-REASON  PIC X(20).
           05  SOT-DAYS-IN-SUSP   PIC 9(3).
      *
      * restart JCL so their pre-checkpoint prefix can be copied into
      * the fresh output files before processing resumes.
       FD  SUSP-PRE RECORDING MODE F.
       01  SUSP-PRE-REC           PIC X(222).
      *
       FD  FREJ-PRE RECORDING MODE F.
       01  FREJ-PRE-REC           PIC X(80).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FRJ-DAYS-O         PIC ZZ9.
           05  FILLER             PIC X(42) VALUE SPACES.
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
      * Added for maker-checker approval: high-risk maintenance held
      * instead of applied, keyed by the date held and the
      * transaction's position in that run -- the numbering the
      * journal and checkpoint use, so a RESTART that re-drives a
      * held transaction finds its item already on file instead of
      * holding it twice. The transaction rides exactly as it
      * arrived. 'P' waits for a second operator's approval card;
      * 'A' was approved and applied, 'X' declined, 'E' expired.
       FD  PEND-FILE RECORDING MODE F.
       01  PEND-REC.
           05  PND-KEY.
               10  PND-HELD-DATE  PIC 9(8).
               10  PND-HELD-SEQ   PIC 9(7).
           05  PND-TRANSACTION    PIC X(199).
           05  PND-TRANS-FIELDS REDEFINES PND-TRANSACTION.
               10  PND-TRANS-CODE PIC X(1).
               10  PND-ACCT-NO    PIC X(8).
               10  FILLER         PIC X(190).
           05  PND-MAKER-ID       PIC X(8).
           05  PND-APPROVER-ID    PIC X(8).
           05  PND-REASON         PIC X(1).
               88  PND-LIMIT-RAISE    VALUE 'L'.
               88  PND-BAL-OVERWRITE  VALUE 'B'.
               88  PND-DELETE-BAL     VALUE 'D'.
               88  PND-ADDR-LIMIT     VALUE 'A'.
           05  PND-STATUS         PIC X(1).
               88  PND-STAT-PENDING   VALUE 'P'.
               88  PND-STAT-APPROVED  VALUE 'A'.
               88  PND-STAT-DECLINED  VALUE 'X'.
               88  PND-STAT-EXPIRED   VALUE 'E'.
           05  PND-ACTION-DATE    PIC 9(8).
           05  FILLER             PIC X(10).
      *
      * Added for maker-checker approval: the date of the last
      * address change applied to each account, so a limit change
      * arriving within WS-ADDR-LIMIT-DAYS of it is held -- the
      * pattern of a takeover that redirects the mail first.
       FD  ADDR-LOG RECORDING MODE F.
       01  ADDR-LOG-REC.
           05  ADL-ACCT-NO        PIC X(8).
           05  ADL-CHANGE-DATE    PIC 9(8).
           05  ADL-OPERATOR-ID    PIC X(8).
           05  FILLER             PIC X(16).
      *
      * Added for maker-checker approval: the checker's decision on
      * a held item, one card each -- the held date and sequence
      * from the approval report in columns 1-15, the approving
      * operator in 16-23, then 'A' to approve and apply it in this
      * run or 'X' to decline it for good in column 24. The approver
      * must not be the operator who keyed the item.
       FD  APPROVAL-CARD RECORDING MODE F.
       01  APPROVAL-CARD-REC.
           05  APC-HELD-DATE      PIC 9(8).
           05  APC-HELD-SEQ       PIC 9(7).
           05  APC-APPROVER-ID    PIC X(8).
           05  APC-ACTION         PIC X(1).
               88  APC-APPROVE        VALUE 'A'.
               88  APC-DECLINE        VALUE 'X'.
           05  FILLER             PIC X(56).
      *
       FD  APPROVAL-LINE RECORDING MODE F.
       01  APPROVAL-LINE-REC      PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 LASTREC          PIC X VALUE SPACE.
           05 WS-STATUS-VALID  PIC X VALUE 'Y'.
      *
       01  WS-ACCT-STATUS       PIC X(2) VALUE '00'.
      *
           05 WS-ADDR-CHANGED    PIC X VALUE 'N'.
           05 WS-OLD-CLIENT-ADDR PIC X(69) VALUE SPACES.
           05 WS-LETTER-COUNT    PIC 9(7) VALUE ZERO.
      *
      * Added for maker-checker approval. The thresholds default
      * here and can be overridden from the parameter card. The
      * operator and approver of the transaction in hand stamp every
      * audit line and journal record it writes; WS-APPLYING-APPROVED
      * is raised while an approved held item applies, so it is not
      * screened and held a second time.
       01  WS-PEND-STATUS       PIC X(2) VALUE '00'.
       01  WS-ADDR-LOG-STATUS   PIC X(2) VALUE '00'.
       01  WS-APPROVAL-CONTROLS.
           05 WS-LIMIT-RAISE-MAX PIC 9(7)V99 VALUE 2500.00.
           05 WS-ADDR-LIMIT-DAYS PIC 9(3) VALUE 30.
           05 WS-PEND-EXPIRE-DAYS PIC 9(3) VALUE 10.
           05 WS-MAINT-OPERATOR  PIC X(8) VALUE SPACES.
           05 WS-MAINT-APPROVER  PIC X(8) VALUE SPACES.
           05 WS-APPLYING-APPROVED PIC X VALUE 'N'.
           05 WS-HOLD-REASON     PIC X VALUE SPACE.
           05 WS-LIMIT-RAISE     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-DAYS-HELD       PIC S9(5) VALUE ZERO.
           05 WS-DAYS-SINCE-ADDR PIC S9(5) VALUE ZERO.
           05 WS-APPROVAL-EOF    PIC X VALUE 'N'.
           05 WS-PEND-LASTREC    PIC X VALUE 'N'.
       01  WS-APPROVAL-TOTALS.
           05 WS-HELD-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-APPROVED-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-DECLINED-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-EXPIRED-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-SELF-APPR-COUNT PIC 9(7) VALUE ZERO.
           05 WS-REFUSED-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-PENDING-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-HELD-ID-O.
           05  WS-HELD-ID-DATE-O  PIC 9(8).
           05  FILLER             PIC X(01) VALUE '-'.
           05  WS-HELD-ID-SEQ-O   PIC 9(7).
      *
       01  APPROVAL-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Maintenance Approval Report'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  APPROVAL-HEADER-2.
           05  FILLER         PIC X(16) VALUE 'Held ID         '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(01) VALUE 'C'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE 'Risk        '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Operator'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Approver'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(14) VALUE 'Status        '.
           05  FILLER         PIC X(01) VALUE SPACES.
      *
       01  APPROVAL-HEADER-3.
           05  FILLER         PIC X(16) VALUE '----------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(01) VALUE '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE '------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(14) VALUE '--------------'.
           05  FILLER         PIC X(01) VALUE SPACES.
      *
       01  APPROVAL-DETAIL-LINE.
           05  APL-HELD-DATE-O PIC 9(8).
           05  FILLER         PIC X(01) VALUE '-'.
           05  APL-HELD-SEQ-O PIC 9(7).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  APL-ACCT-NO-O  PIC X(8).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  APL-CODE-O     PIC X(1).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  APL-REASON-O   PIC X(12).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  APL-MAKER-O    PIC X(8).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  APL-APPROVER-O PIC X(8).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  APL-STATUS-O   PIC X(14).
           05  FILLER         PIC X(01) VALUE SPACES.
      *
       01  APPROVAL-CONTROL-HEADER.
           05  FILLER         PIC X(30) VALUE
               'Approval Control Totals'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  APPROVAL-TOTAL-LINE-1.
           05  FILLER         PIC X(19) VALUE
               'Held Today       = '.
           05  APT-HELD-O     PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  APPROVAL-TOTAL-LINE-2.
           05  FILLER         PIC X(19) VALUE
               'Approved         = '.
           05  APT-APPROVED-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  APPROVAL-TOTAL-LINE-3.
           05  FILLER         PIC X(19) VALUE
               'Declined         = '.
           05  APT-DECLINED-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  APPROVAL-TOTAL-LINE-4.
           05  FILLER         PIC X(19) VALUE
               'Expired          = '.
           05  APT-EXPIRED-O  PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  APPROVAL-TOTAL-LINE-5.
           05  FILLER         PIC X(19) VALUE
               'Self-Approvals   = '.
           05  APT-SELF-APPR-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  APPROVAL-TOTAL-LINE-6.
           05  FILLER         PIC X(19) VALUE
               'Cards Refused    = '.
           05  APT-REFUSED-O  PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  APPROVAL-TOTAL-LINE-7.
           05  FILLER         PIC X(19) VALUE
               'Still Pending    = '.
           05  APT-PENDING-O  PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  FREJECT-HEADER-1.
           05  FILLER         PIC X(30) VALUE
       01  AUDIT-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Account Maintenance Audit Log'.
           05  FILLER         PIC X(70) VALUE SPACES.
      *
       01  AUDIT-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(20) VALUE 'Old Value           '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'New Value           '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Operator'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Approver'.
           05  FILLER         PIC X(04) VALUE SPACES.
      *
       01  AUDIT-HEADER-3.
           05  FILLER         PIC X(20) VALUE '--------------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE '--------------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(04) VALUE SPACES.
      *
      * Scratch fields used to build audit lines for numeric
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE =
               WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100
           OPEN OUTPUT SUSP-OUT.
           OPEN OUTPUT FREJECT-LINE.
           OPEN OUTPUT LETTER-FILE.
           OPEN I-O   PEND-FILE.
           OPEN I-O   ADDR-LOG.
           OPEN OUTPUT APPROVAL-LINE.
      *
      * Added for feed control records: one full pass over TRANFILE
      * before anything applies -- header first with today's business
               AT END CONTINUE
           END-READ.
           CLOSE SYSIN-CARD.
           IF PARM-LIMIT-RAISE IS NUMERIC
               AND PARM-LIMIT-RAISE > ZERO
               MOVE PARM-LIMIT-RAISE TO WS-LIMIT-RAISE-MAX
           END-IF.
           IF PARM-ADDR-DAYS IS NUMERIC
               AND PARM-ADDR-DAYS > ZERO
               MOVE PARM-ADDR-DAYS TO WS-ADDR-LIMIT-DAYS
           END-IF.
           IF PARM-EXPIRE-DAYS IS NUMERIC
               AND PARM-EXPIRE-DAYS > ZERO
               MOVE PARM-EXPIRE-DAYS TO WS-PEND-EXPIRE-DAYS
           END-IF.
           IF RST-REQUEST = 'RESTART'
               MOVE 'Y' TO WS-RESTART-MODE
               PERFORM READ-LAST-CHECKPOINT
           WRITE FREJECT-REC FROM FREJECT-HEADER-2.
           WRITE FREJECT-REC FROM FREJECT-HEADER-3.
           MOVE SPACES TO FREJECT-REC.
           WRITE APPROVAL-LINE-REC FROM APPROVAL-HEADER-1.
           WRITE APPROVAL-LINE-REC FROM APPROVAL-HEADER-2.
           WRITE APPROVAL-LINE-REC FROM APPROVAL-HEADER-3.
      *
      * Added for checkpoint/restart: on a RESTART run the skip is
      * noted on the audit log, then the recycle and fresh-file loops
               PERFORM COPY-PRIOR-OUTPUTS
           END-IF.
      *
      * Added for maker-checker approval: the checkers' cards are
      * worked ahead of the suspense recycle and the fresh feed, the
      * way CBL0008 works its release cards, so an approved item
      * applies through the same paragraphs as any other
      * transaction. Nothing held tonight is on file yet, so an
      * approval always comes from a later run than the hold. On a
      * RESTART the items the failed run approved are no longer
      * pending and their cards list as ALREADY DONE.
       PROCESS-APPROVAL-CARDS.
           OPEN INPUT APPROVAL-CARD.
           PERFORM READ-APPROVAL-CARD
           PERFORM UNTIL WS-APPROVAL-EOF = 'Y'
               PERFORM APPLY-APPROVAL-CARD
               PERFORM READ-APPROVAL-CARD
           END-PERFORM.
           CLOSE APPROVAL-CARD.
           MOVE SPACES TO WS-MAINT-OPERATOR.
           MOVE SPACES TO WS-MAINT-APPROVER.
      *
      * Added for the suspense recycle: the prior run's suspense file
      * is re-driven through PROCESS-TRANSACTION ahead of the day's
      * fresh TRANS-FILE. A recycled transaction that now succeeds
      *
       CLOSE-STOP.
           PERFORM WRITE-CHECKPOINT.
           PERFORM SWEEP-PENDING-ITEMS.
           PERFORM WRITE-APPROVAL-TOTALS.
           PERFORM WRITE-RUN-SUMMARY.
           CLOSE TRANS-FILE.
           CLOSE ACCT-REC.
           CLOSE SUSP-OUT.
           CLOSE FREJECT-LINE.
           CLOSE LETTER-FILE.
           CLOSE PEND-FILE.
           CLOSE ADDR-LOG.
           CLOSE APPROVAL-LINE.
           CLOSE RUNCTL-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *
      * Added for maker-checker approval: an attempted
      * self-approval is owed the same follow-up as a final reject.
       WRITE-RUN-SUMMARY.
           IF WS-FINAL-STATUS NOT = 'ERR'
               AND (WS-FINALREJ-COUNT > ZERO
                    OR WS-SELF-APPR-COUNT > ZERO)
               MOVE 'WARN' TO WS-FINAL-STATUS
               MOVE 4      TO WS-RETURN-CODE
           END-IF.
      * ahead of COMPARE-AND-UPDATE-FIELDS or the DELETE. The
      * sequence is this transaction's absolute position in
      * TRANS-FILE, the same numbering the checkpoint file uses.
      * Added for maker-checker approval: an approved held item
      * applies ahead of the feed and has no position in it, so it
      * journals with sequence zero.
       WRITE-JOURNAL-RECORD.
           MOVE WS-RUN-DATE TO JNL-RUN-DATE.
           IF WS-APPLYING-APPROVED = 'Y'
               MOVE ZERO TO JNL-TRANS-SEQ
           ELSE
               COMPUTE JNL-TRANS-SEQ = WS-TRANS-PROCESSED + 1
           END-IF.
           MOVE ACCT-FIELDS TO JNL-BEFORE-IMAGE.
           MOVE WS-MAINT-OPERATOR TO JNL-OPERATOR-ID.
           MOVE WS-MAINT-APPROVER TO JNL-APPROVER-ID.
           WRITE JRNL-REC.
      *
       WRITE-RESTART-AUDIT.
           MOVE SPACES        TO AUD-OLD-VALUE-O.
           MOVE WS-SKIP-COUNT TO WS-SKIP-COUNT-O.
           MOVE WS-SKIP-COUNT-O TO AUD-NEW-VALUE-O.
           PERFORM WRITE-AUDIT-LINE.
      *
      * Delete cards are excluded from the hash on both sides of the
      * feed contract: DELETE-ACCOUNT only ever uses TR-ACCT-NO, and
      * exception and abend the very pass that exists to stop the
      * run cleanly. On every other code a non-numeric amount field
      * is itself a feed-control failure, caught here with the clean
      * condition-code-8 stop instead of an abend. Status cards are
      * excluded on the same terms: STATUS-CHANGE-ACCOUNT never looks
      * past TR-ACCT-NO and TR-ACCT-STATUS-CODE.
       HASH-FEED-AMOUNTS.
           IF TRANS-CODE = 'D' OR TRANS-CODE = 'S'
               CONTINUE
           ELSE
               IF TR-ACCT-LIMIT IS NUMERIC
           MOVE 'CONTROL REC'    TO AUD-FIELD-O.
           MOVE SPACES           TO AUD-OLD-VALUE-O.
           MOVE WS-REJECT-REASON TO AUD-NEW-VALUE-O.
           PERFORM WRITE-AUDIT-LINE.
           MOVE 'ERR'  TO WS-FINAL-STATUS.
           MOVE 8      TO WS-RETURN-CODE.
           PERFORM WRITE-RUN-SUMMARY.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *
      * Added for maker-checker approval: a transaction that does not
      * name the operator who keyed it can never be accounted for,
      * so it goes straight to the final reject report. The IDs of
      * the transaction in hand stamp its audit lines and journal.
      * A feed transaction has no approver: only an approval card
      * (APPROVE-HELD-ITEM) ever sets one.
       PROCESS-TRANSACTION.
           MOVE TR-OPERATOR-ID TO WS-MAINT-OPERATOR.
           MOVE SPACES         TO TR-APPROVER-ID.
           MOVE SPACES         TO WS-MAINT-APPROVER.
           IF TR-OPERATOR-ID = SPACES
               PERFORM WRITE-NO-OPERATOR
           ELSE
               PERFORM APPLY-MAINTENANCE
           END-IF
           .
      *
       APPLY-MAINTENANCE.
           EVALUATE TRANS-CODE
               WHEN 'A'
                   PERFORM ADD-ACCOUNT
                   PERFORM CHANGE-ACCOUNT
               WHEN 'L'
                   PERFORM LIMIT-CHANGE-ACCOUNT
               WHEN 'S'
                   PERFORM STATUS-CHANGE-ACCOUNT
               WHEN 'D'
                   PERFORM DELETE-ACCOUNT
               WHEN OTHER
           END-EVALUATE
           .
      *
      * Added for charge-off: a new account opens under one of the
      * same five status codes an 'S' transaction may set, or blank
      * for active. Anything else -- a 'C' above all, which would
      * put a charged-off account on file with no charge-off record
      * behind it -- goes to the final reject report the way a bad
      * 'S' status does.
       ADD-ACCOUNT.
           MOVE 'Y' TO WS-STATUS-VALID.
           IF TR-ACCT-STATUS-CODE NOT = SPACE
               PERFORM CHECK-STATUS-CODE
           END-IF.
           IF WS-STATUS-VALID = 'N'
               MOVE 'ADD' TO AUD-ACTION-O
               PERFORM WRITE-INVALID-STATUS
           ELSE
               MOVE TR-ACCT-NO      TO ACCT-NO
               MOVE TR-ACCT-LIMIT   TO ACCT-LIMIT
               MOVE TR-ACCT-BALANCE TO ACCT-BALANCE
               MOVE TR-LAST-NAME    TO LAST-NAME
               MOVE TR-FIRST-NAME   TO FIRST-NAME
               MOVE TR-STREET-ADDR  TO STREET-ADDR
               MOVE TR-CITY-COUNTY  TO CITY-COUNTY
               MOVE TR-USA-STATE    TO USA-STATE
               MOVE TR-ZIP-CODE     TO ZIP-CODE
               MOVE TR-LAST-ACTIVITY-DATE TO LAST-ACTIVITY-DATE
               MOVE TR-COMMENTS     TO COMMENTS
               MOVE TR-ACCT-CYCLE   TO ACCT-CYCLE
               MOVE TR-ACCT-STATUS-CODE TO ACCT-STATUS-CODE
               WRITE ACCT-FIELDS
                   INVALID KEY
                       PERFORM WRITE-ADD-FAILED-AUDIT
                   NOT INVALID KEY
                       PERFORM WRITE-ADD-AUDIT
               END-WRITE
               PERFORM CHECK-ACCT-STATUS
           END-IF
           .
      *
       WRITE-ADD-AUDIT.
           MOVE SPACES      TO AUD-FIELD-O.
           MOVE SPACES      TO AUD-OLD-VALUE-O.
           MOVE 'RECORD ADDED'  TO AUD-NEW-VALUE-O.
           PERFORM WRITE-AUDIT-LINE.
      *
       WRITE-ADD-FAILED-AUDIT.
           MOVE TR-ACCT-NO    TO AUD-ACCT-NO-O.
           MOVE SPACES        TO AUD-FIELD-O.
           MOVE SPACES        TO AUD-OLD-VALUE-O.
           MOVE 'REJECTED - DUPLICATE' TO AUD-NEW-VALUE-O.
           PERFORM WRITE-AUDIT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'DUPLICATE'   TO WS-REJECT-REASON.
           PERFORM ROUTE-REJECTED-TRANSACTION.
               INVALID KEY
                   PERFORM WRITE-CHANGE-NOTFOUND-AUDIT
               NOT INVALID KEY
                   PERFORM CHECK-HIGH-RISK
                   IF WS-HOLD-REASON NOT = SPACE
                       PERFORM HOLD-FOR-APPROVAL
                   ELSE
                       MOVE 'C' TO JNL-ACTION
                       PERFORM WRITE-JOURNAL-RECORD
                       MOVE CLIENT-ADDR TO WS-OLD-CLIENT-ADDR
                       MOVE 'N' TO WS-ADDR-CHANGED
                       PERFORM COMPARE-AND-UPDATE-FIELDS
                       REWRITE ACCT-FIELDS
                       IF WS-ADDR-CHANGED = 'Y'
                           PERFORM WRITE-LETTER-EXTRACT
                           PERFORM LOG-ADDRESS-CHANGE
                       END-IF
                   END-IF
           END-READ
           PERFORM CHECK-ACCT-STATUS
           MOVE SPACES        TO AUD-FIELD-O.
           MOVE SPACES        TO AUD-OLD-VALUE-O.
           MOVE 'REJECTED - NOT FOUND' TO AUD-NEW-VALUE-O.
           PERFORM WRITE-AUDIT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'NOT FOUND'   TO WS-REJECT-REASON.
           PERFORM ROUTE-REJECTED-TRANSACTION.
               INVALID KEY
                   PERFORM WRITE-CHANGE-NOTFOUND-AUDIT
               NOT INVALID KEY
                   PERFORM CHECK-HIGH-RISK
                   IF WS-HOLD-REASON NOT = SPACE
                       PERFORM HOLD-FOR-APPROVAL
                   ELSE
                       MOVE 'C' TO JNL-ACTION
                       PERFORM WRITE-JOURNAL-RECORD
                       PERFORM UPDATE-LIMIT-FIELD
                       REWRITE ACCT-FIELDS
                   END-IF
           END-READ
           PERFORM CHECK-ACCT-STATUS
           .
      *
      * Added for account status: an 'S' transaction asserts only a
      * new ACCT-STATUS-CODE, the way an 'L' asserts only a limit.
      * A full 'C' deliberately leaves the status alone -- a change
      * card cut from a stale extract must never quietly reopen a
      * blocked or closed account. A code outside the five known
      * values can never succeed on a later cycle, so it goes
      * straight to the final reject report like a bad transaction
      * code. The before-image journals as a 'C' so a CBL0010
      * backout restores the old status with everything else.
      * Added for charge-off: 'C' is not one of the five. Only
      * CBL0024 charges an account off, because it moves the balance
      * to the charge-off file in the same step. Nor can an 'S' take
      * an account back out of 'C': the balance already sits on the
      * charge-off file and only CBL0008's recoveries work it down,
      * so the change goes to the final reject report instead.
       STATUS-CHANGE-ACCOUNT.
           PERFORM CHECK-STATUS-CODE.
           IF WS-STATUS-VALID = 'N'
               MOVE 'CHANGE' TO AUD-ACTION-O
               PERFORM WRITE-INVALID-STATUS
           ELSE
               MOVE TR-ACCT-NO TO ACCT-NO
               READ ACCT-REC
                   INVALID KEY
                       PERFORM WRITE-CHANGE-NOTFOUND-AUDIT
                   NOT INVALID KEY
                       IF ACCT-STAT-CHARGED-OFF
                           PERFORM WRITE-CHARGED-OFF-STATUS
                       ELSE
                           MOVE 'C' TO JNL-ACTION
                           PERFORM WRITE-JOURNAL-RECORD
                           PERFORM UPDATE-STATUS-FIELD
                           REWRITE ACCT-FIELDS
                       END-IF
               END-READ
               PERFORM CHECK-ACCT-STATUS
           END-IF
           .
      *
      * The five status codes maintenance may set.
       CHECK-STATUS-CODE.
           MOVE 'Y' TO WS-STATUS-VALID.
           IF TR-ACCT-STATUS-CODE NOT = 'A'
               AND TR-ACCT-STATUS-CODE NOT = 'B'
               AND TR-ACCT-STATUS-CODE NOT = 'P'
               AND TR-ACCT-STATUS-CODE NOT = 'X'
               AND TR-ACCT-STATUS-CODE NOT = 'D'
               MOVE 'N' TO WS-STATUS-VALID
           END-IF.
      *
       UPDATE-STATUS-FIELD.
           IF TR-ACCT-STATUS-CODE NOT = ACCT-STATUS-CODE
               MOVE 'ACCT-STATUS' TO AUD-FIELD-O
               MOVE ACCT-STATUS-CODE    TO AUD-OLD-VALUE-O
               MOVE TR-ACCT-STATUS-CODE TO AUD-NEW-VALUE-O
               PERFORM WRITE-CHANGE-AUDIT
               MOVE TR-ACCT-STATUS-CODE TO ACCT-STATUS-CODE
           END-IF.
      *
       WRITE-INVALID-STATUS.
           MOVE TR-ACCT-NO    TO AUD-ACCT-NO-O.
           MOVE 'ACCT-STATUS' TO AUD-FIELD-O.
           MOVE SPACES        TO AUD-OLD-VALUE-O.
           MOVE 'REJECTED - BAD STAT' TO AUD-NEW-VALUE-O.
           PERFORM WRITE-AUDIT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'BAD STATUS CODE' TO WS-REJECT-REASON.
           PERFORM WRITE-FINAL-REJECT.
      *
       WRITE-CHARGED-OFF-STATUS.
           MOVE TR-ACCT-NO    TO AUD-ACCT-NO-O.
           MOVE 'CHANGE'      TO AUD-ACTION-O.
           MOVE 'ACCT-STATUS' TO AUD-FIELD-O.
           MOVE ACCT-STATUS-CODE TO AUD-OLD-VALUE-O.
           MOVE 'REJECTED - CHG OFF' TO AUD-NEW-VALUE-O.
           PERFORM WRITE-AUDIT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'ACCOUNT CHARGED OFF' TO WS-REJECT-REASON.
           PERFORM WRITE-FINAL-REJECT.
      *
       WRITE-CHANGE-AUDIT.
           MOVE TR-ACCT-NO TO AUD-ACCT-NO-O.
           MOVE 'CHANGE'   TO AUD-ACTION-O.
           PERFORM WRITE-AUDIT-LINE.
      *
      * Added for maker-checker approval: every audit line carries
      * the operator and approver of the work it records.
       WRITE-AUDIT-LINE.
           MOVE WS-MAINT-OPERATOR TO AUD-OPERATOR-O.
           MOVE WS-MAINT-APPROVER TO AUD-APPROVER-O.
           WRITE AUDIT-REC.
      *
      * Added for address-change confirmation letters: written after
               INVALID KEY
                   PERFORM WRITE-DELETE-NOTFOUND-AUDIT
               NOT INVALID KEY
                   PERFORM CHECK-HIGH-RISK
                   IF WS-HOLD-REASON NOT = SPACE
                       PERFORM HOLD-FOR-APPROVAL
                   ELSE
                       MOVE 'D' TO JNL-ACTION
                       PERFORM WRITE-JOURNAL-RECORD
                       DELETE ACCT-REC
                       PERFORM WRITE-DELETE-AUDIT
                   END-IF
           END-READ
           PERFORM CHECK-ACCT-STATUS
           .
           MOVE SPACES      TO AUD-FIELD-O.
           MOVE SPACES      TO AUD-OLD-VALUE-O.
           MOVE 'RECORD DELETED' TO AUD-NEW-VALUE-O.
           PERFORM WRITE-AUDIT-LINE.
      *
       WRITE-DELETE-NOTFOUND-AUDIT.
           MOVE TR-ACCT-NO    TO AUD-ACCT-NO-O.
           MOVE SPACES        TO AUD-FIELD-O.
           MOVE SPACES        TO AUD-OLD-VALUE-O.
           MOVE 'REJECTED - NOT FOUND' TO AUD-NEW-VALUE-O.
           PERFORM WRITE-AUDIT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'NOT FOUND'   TO WS-REJECT-REASON.
           PERFORM ROUTE-REJECTED-TRANSACTION.
           MOVE SPACES        TO AUD-FIELD-O.
           MOVE SPACES        TO AUD-OLD-VALUE-O.
           MOVE 'REJECTED - BAD CODE' TO AUD-NEW-VALUE-O.
           PERFORM WRITE-AUDIT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'BAD CODE'    TO WS-REJECT-REASON.
           PERFORM WRITE-FINAL-REJECT.
      * re-suspends with its cycle count until it has been through
      * WS-SUSPENSE-MAX-DAYS cycles, then drops to the final reject
      * report for manual follow-up.
      * Added for maker-checker approval: an approved held item that
      * fails as it applies drops to the final reject report too --
      * recycled through suspense it would be screened and held all
      * over again, its approval lost.
       ROUTE-REJECTED-TRANSACTION.
           IF WS-CURRENT-SUSP-DAYS >= WS-SUSPENSE-MAX-DAYS
               OR WS-APPLYING-APPROVED = 'Y'
               PERFORM WRITE-FINAL-REJECT
           ELSE
               PERFORM WRITE-SUSPENSE-RECORD
           MOVE WS-REJECT-REASON     TO FRJ-REASON-O.
           MOVE WS-CURRENT-SUSP-DAYS TO FRJ-DAYS-O.
           WRITE FREJECT-REC.
      *
      * Added for maker-checker approval.
       WRITE-NO-OPERATOR.
           MOVE TR-ACCT-NO    TO AUD-ACCT-NO-O.
           MOVE TRANS-CODE    TO AUD-ACTION-O.
           MOVE 'OPERATOR'    TO AUD-FIELD-O.
           MOVE SPACES        TO AUD-OLD-VALUE-O.
           MOVE 'REJECTED - NO OPER' TO AUD-NEW-VALUE-O.
           PERFORM WRITE-AUDIT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'NO OPERATOR ID' TO WS-REJECT-REASON.
           PERFORM WRITE-FINAL-REJECT.
      *
      * Added for maker-checker approval: the master record has just
      * been read, so the transaction can be measured against it.
      * High risk is a delete of an account still carrying a
      * balance, a 'C' that overwrites the balance, a limit raised by
      * more than WS-LIMIT-RAISE-MAX, or any limit change made within
      * WS-ADDR-LIMIT-DAYS of an address change. An approved item
      * applying is never screened again.
       CHECK-HIGH-RISK.
           MOVE SPACE TO WS-HOLD-REASON.
           IF WS-APPLYING-APPROVED NOT = 'Y'
               EVALUATE TRANS-CODE
                   WHEN 'D'
                       IF ACCT-BALANCE NOT = ZERO
                           MOVE 'D' TO WS-HOLD-REASON
                       END-IF
                   WHEN 'C'
                       IF TR-ACCT-BALANCE NOT = ACCT-BALANCE
                           MOVE 'B' TO WS-HOLD-REASON
                       ELSE
                           PERFORM CHECK-LIMIT-RISK
                       END-IF
                   WHEN OTHER
                       PERFORM CHECK-LIMIT-RISK
               END-EVALUATE
           END-IF.
      *
       CHECK-LIMIT-RISK.
           COMPUTE WS-LIMIT-RAISE = TR-ACCT-LIMIT - ACCT-LIMIT.
           IF WS-LIMIT-RAISE > WS-LIMIT-RAISE-MAX
               MOVE 'L' TO WS-HOLD-REASON
           ELSE
               IF TR-ACCT-LIMIT NOT = ACCT-LIMIT
                   PERFORM CHECK-RECENT-ADDRESS
               END-IF
           END-IF.
      *
      * A 'C' that moves the address and the limit on the same card
      * is the same pattern squeezed into one transaction.
       CHECK-RECENT-ADDRESS.
           IF TRANS-CODE = 'C' AND TR-CLIENT-ADDR NOT = CLIENT-ADDR
               MOVE 'A' TO WS-HOLD-REASON
           ELSE
               MOVE TR-ACCT-NO TO ADL-ACCT-NO
               READ ADDR-LOG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-DAYS-SINCE-ADDR =
                           FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                           - FUNCTION INTEGER-OF-DATE (ADL-CHANGE-DATE)
                       IF WS-DAYS-SINCE-ADDR NOT > WS-ADDR-LIMIT-DAYS
                           MOVE 'A' TO WS-HOLD-REASON
                       END-IF
               END-READ
           END-IF.
      *
      * Added for maker-checker approval: written after the REWRITE,
      * like the confirmation letter, so only an address change that
      * landed on the master starts the window.
       LOG-ADDRESS-CHANGE.
           MOVE TR-ACCT-NO TO ADL-ACCT-NO.
           READ ADDR-LOG
               INVALID KEY
                   MOVE SPACES         TO ADDR-LOG-REC
                   MOVE TR-ACCT-NO     TO ADL-ACCT-NO
                   MOVE WS-RUN-DATE    TO ADL-CHANGE-DATE
                   MOVE TR-OPERATOR-ID TO ADL-OPERATOR-ID
                   WRITE ADDR-LOG-REC
               NOT INVALID KEY
                   MOVE WS-RUN-DATE    TO ADL-CHANGE-DATE
                   MOVE TR-OPERATOR-ID TO ADL-OPERATOR-ID
                   REWRITE ADDR-LOG-REC
           END-READ.
      *
      * Added for maker-checker approval: the transaction goes to the
      * pending file exactly as it arrived and nothing touches the
      * master. On a RESTART a re-driven transaction the failed run
      * already held finds its own key on file, and is simply held.
       HOLD-FOR-APPROVAL.
           MOVE WS-RUN-DATE      TO PND-HELD-DATE.
           COMPUTE PND-HELD-SEQ = WS-TRANS-PROCESSED + 1.
           MOVE TRANS-REC        TO PND-TRANSACTION.
           MOVE TR-OPERATOR-ID   TO PND-MAKER-ID.
           MOVE SPACES           TO PND-APPROVER-ID.
           MOVE WS-HOLD-REASON   TO PND-REASON.
           MOVE 'P'              TO PND-STATUS.
           MOVE ZERO             TO PND-ACTION-DATE.
           WRITE PEND-REC
               INVALID KEY
                   IF RESTART-REQUESTED
                       PERFORM NOTE-HELD-ITEM
                   ELSE
                       PERFORM WRITE-HOLD-FAILED
                   END-IF
               NOT INVALID KEY
                   PERFORM NOTE-HELD-ITEM
           END-WRITE.
      *
       NOTE-HELD-ITEM.
           ADD 1 TO WS-HELD-COUNT.
           MOVE 'HELD'             TO APL-STATUS-O.
           PERFORM WRITE-APPROVAL-DETAIL.
           MOVE 'HOLD'             TO AUD-ACTION-O.
           MOVE 'PENDING APPROVAL' TO AUD-NEW-VALUE-O.
           PERFORM WRITE-APPROVAL-AUDIT.
      *
       WRITE-HOLD-FAILED.
           MOVE TR-ACCT-NO    TO AUD-ACCT-NO-O.
           MOVE 'HOLD'        TO AUD-ACTION-O.
           MOVE SPACES        TO AUD-FIELD-O.
           MOVE SPACES        TO AUD-OLD-VALUE-O.
           MOVE 'REJECTED - HOLD FAIL' TO AUD-NEW-VALUE-O.
           PERFORM WRITE-AUDIT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'HOLD FAILED' TO WS-REJECT-REASON.
           PERFORM WRITE-FINAL-REJECT.
      *
       READ-APPROVAL-CARD.
           READ APPROVAL-CARD
               AT END MOVE 'Y' TO WS-APPROVAL-EOF
           END-READ.
      *
      * A card for an item not on file or no longer pending, with no
      * approver, with a bad action code, or against an item held by
      * this same run is listed and otherwise ignored. An approval
      * by the operator who keyed the item is refused and counted;
      * the item stays pending for a genuine second operator. An
      * item found past its expiry is expired, not applied.
       APPLY-APPROVAL-CARD.
           MOVE APC-HELD-DATE TO PND-HELD-DATE.
           MOVE APC-HELD-SEQ  TO PND-HELD-SEQ.
           READ PEND-FILE
               INVALID KEY
                   MOVE SPACES        TO PND-TRANSACTION
                   MOVE SPACES        TO PND-MAKER-ID
                   MOVE SPACE         TO PND-REASON
                   MOVE 'NOT ON FILE' TO APL-STATUS-O
                   PERFORM REFUSE-APPROVAL-CARD
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT PND-STAT-PENDING
                           MOVE 'ALREADY DONE' TO APL-STATUS-O
                           PERFORM REFUSE-APPROVAL-CARD
                       WHEN NOT APC-APPROVE AND NOT APC-DECLINE
                           MOVE 'BAD ACTION' TO APL-STATUS-O
                           PERFORM REFUSE-APPROVAL-CARD
                       WHEN APC-APPROVER-ID = SPACES
                           MOVE 'NO APPROVER ID' TO APL-STATUS-O
                           PERFORM REFUSE-APPROVAL-CARD
                       WHEN PND-HELD-DATE NOT < WS-RUN-DATE
                           MOVE 'SAME RUN' TO APL-STATUS-O
                           PERFORM REFUSE-APPROVAL-CARD
                       WHEN APC-APPROVE
                           AND APC-APPROVER-ID = PND-MAKER-ID
                           PERFORM REFUSE-SELF-APPROVAL
                       WHEN OTHER
                           PERFORM ACTION-HELD-ITEM
                   END-EVALUATE
           END-READ.
      *
       ACTION-HELD-ITEM.
           PERFORM COMPUTE-DAYS-HELD.
           EVALUATE TRUE
               WHEN WS-DAYS-HELD > WS-PEND-EXPIRE-DAYS
                   PERFORM EXPIRE-HELD-ITEM
               WHEN APC-APPROVE
                   PERFORM APPROVE-HELD-ITEM
               WHEN OTHER
                   PERFORM DECLINE-HELD-ITEM
           END-EVALUATE.
      *
      * The approved transaction is put back in the feed's record
      * area with the checker as its approver and applied exactly as
      * if it had arrived tonight, its audit lines and journal
      * carrying both IDs.
       APPROVE-HELD-ITEM.
           MOVE 'A'             TO PND-STATUS.
           MOVE APC-APPROVER-ID TO PND-APPROVER-ID.
           MOVE WS-RUN-DATE     TO PND-ACTION-DATE.
           REWRITE PEND-REC.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE 'APPROVED'      TO APL-STATUS-O.
           PERFORM WRITE-APPROVAL-DETAIL.
           MOVE 'APPROVE'       TO AUD-ACTION-O.
           MOVE 'APPROVED'      TO AUD-NEW-VALUE-O.
           PERFORM WRITE-APPROVAL-AUDIT.
           MOVE PND-TRANSACTION TO TRANS-REC.
           MOVE PND-APPROVER-ID TO TR-APPROVER-ID.
           MOVE TR-OPERATOR-ID  TO WS-MAINT-OPERATOR.
           MOVE TR-APPROVER-ID  TO WS-MAINT-APPROVER.
           MOVE 'Y' TO WS-APPLYING-APPROVED.
           PERFORM APPLY-MAINTENANCE.
           MOVE 'N' TO WS-APPLYING-APPROVED.
      *
       DECLINE-HELD-ITEM.
           MOVE 'X'             TO PND-STATUS.
           MOVE APC-APPROVER-ID TO PND-APPROVER-ID.
           MOVE WS-RUN-DATE     TO PND-ACTION-DATE.
           REWRITE PEND-REC.
           ADD 1 TO WS-DECLINED-COUNT.
           MOVE 'DECLINED'      TO APL-STATUS-O.
           PERFORM WRITE-APPROVAL-DETAIL.
           MOVE 'DECLINE'       TO AUD-ACTION-O.
           MOVE 'DECLINED'      TO AUD-NEW-VALUE-O.
           PERFORM WRITE-APPROVAL-AUDIT.
      *
       EXPIRE-HELD-ITEM.
           MOVE 'E'             TO PND-STATUS.
           MOVE WS-RUN-DATE     TO PND-ACTION-DATE.
           REWRITE PEND-REC.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE 'EXPIRED'       TO APL-STATUS-O.
           PERFORM WRITE-APPROVAL-DETAIL.
           MOVE 'EXPIRE'        TO AUD-ACTION-O.
           MOVE 'EXPIRED UNAPPROVED' TO AUD-NEW-VALUE-O.
           PERFORM WRITE-APPROVAL-AUDIT.
      *
       REFUSE-SELF-APPROVAL.
           ADD 1 TO WS-SELF-APPR-COUNT.
           MOVE 'SELF-APPROVAL' TO APL-STATUS-O.
           PERFORM BUILD-APPROVAL-DETAIL.
           MOVE APC-APPROVER-ID TO APL-APPROVER-O.
           WRITE APPROVAL-LINE-REC FROM APPROVAL-DETAIL-LINE.
           MOVE 'APPROVE'       TO AUD-ACTION-O.
           MOVE 'REJECTED - SELF APPR' TO AUD-NEW-VALUE-O.
           PERFORM WRITE-APPROVAL-AUDIT.
      *
       REFUSE-APPROVAL-CARD.
           ADD 1 TO WS-REFUSED-COUNT.
           PERFORM BUILD-APPROVAL-DETAIL.
           MOVE APC-APPROVER-ID TO APL-APPROVER-O.
           WRITE APPROVAL-LINE-REC FROM APPROVAL-DETAIL-LINE.
      *
       COMPUTE-DAYS-HELD.
           COMPUTE WS-DAYS-HELD =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (PND-HELD-DATE).
      *
      * Added for maker-checker approval: at end of run every item
      * still pending -- tonight's holds included -- is listed, and
      * any that has waited past WS-PEND-EXPIRE-DAYS expires, so
      * the report shows the whole approval queue each day.
       SWEEP-PENDING-ITEMS.
           MOVE ZERO TO PND-HELD-DATE.
           MOVE ZERO TO PND-HELD-SEQ.
           START PEND-FILE KEY IS >= PND-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PEND-LASTREC
               NOT INVALID KEY
                   MOVE 'N' TO WS-PEND-LASTREC
           END-START.
           PERFORM UNTIL WS-PEND-LASTREC = 'Y'
               READ PEND-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PEND-LASTREC
                   NOT AT END
                       IF PND-STAT-PENDING
                           PERFORM SWEEP-PENDING-ITEM
                       END-IF
               END-READ
           END-PERFORM.
      *
       SWEEP-PENDING-ITEM.
           PERFORM COMPUTE-DAYS-HELD.
           IF WS-DAYS-HELD > WS-PEND-EXPIRE-DAYS
               PERFORM EXPIRE-HELD-ITEM
           ELSE
               ADD 1 TO WS-PENDING-COUNT
               MOVE 'PENDING' TO APL-STATUS-O
               PERFORM WRITE-APPROVAL-DETAIL
           END-IF.
      *
       BUILD-APPROVAL-DETAIL.
           MOVE PND-HELD-DATE    TO APL-HELD-DATE-O.
           MOVE PND-HELD-SEQ     TO APL-HELD-SEQ-O.
           MOVE PND-ACCT-NO      TO APL-ACCT-NO-O.
           MOVE PND-TRANS-CODE   TO APL-CODE-O.
           EVALUATE TRUE
               WHEN PND-LIMIT-RAISE
                   MOVE 'LIMIT RAISE'  TO APL-REASON-O
               WHEN PND-BAL-OVERWRITE
                   MOVE 'BAL OVERWRT'  TO APL-REASON-O
               WHEN PND-DELETE-BAL
                   MOVE 'DEL WITH BAL' TO APL-REASON-O
               WHEN PND-ADDR-LIMIT
                   MOVE 'ADDR + LIMIT' TO APL-REASON-O
               WHEN OTHER
                   MOVE SPACES         TO APL-REASON-O
           END-EVALUATE.
           MOVE PND-MAKER-ID     TO APL-MAKER-O.
           MOVE PND-APPROVER-ID  TO APL-APPROVER-O.
      *
       WRITE-APPROVAL-DETAIL.
           PERFORM BUILD-APPROVAL-DETAIL.
           WRITE APPROVAL-LINE-REC FROM APPROVAL-DETAIL-LINE.
      *
      * The caller sets the action and the new-value column; the
      * line just built supplies the rest, the held ID standing in
      * the old-value column.
       WRITE-APPROVAL-AUDIT.
           MOVE PND-ACCT-NO      TO AUD-ACCT-NO-O.
           MOVE APL-REASON-O     TO AUD-FIELD-O.
           MOVE PND-HELD-DATE    TO WS-HELD-ID-DATE-O.
           MOVE PND-HELD-SEQ     TO WS-HELD-ID-SEQ-O.
           MOVE WS-HELD-ID-O     TO AUD-OLD-VALUE-O.
           MOVE APL-MAKER-O      TO WS-MAINT-OPERATOR.
           MOVE APL-APPROVER-O   TO WS-MAINT-APPROVER.
           PERFORM WRITE-AUDIT-LINE.
      *
       WRITE-APPROVAL-TOTALS.
           MOVE WS-HELD-COUNT      TO APT-HELD-O.
           MOVE WS-APPROVED-COUNT  TO APT-APPROVED-O.
           MOVE WS-DECLINED-COUNT  TO APT-DECLINED-O.
           MOVE WS-EXPIRED-COUNT   TO APT-EXPIRED-O.
           MOVE WS-SELF-APPR-COUNT TO APT-SELF-APPR-O.
           MOVE WS-REFUSED-COUNT   TO APT-REFUSED-O.
           MOVE WS-PENDING-COUNT   TO APT-PENDING-O.
           MOVE SPACES TO APPROVAL-LINE-REC.
           WRITE APPROVAL-LINE-REC.
           WRITE APPROVAL-LINE-REC FROM APPROVAL-CONTROL-HEADER.
           WRITE APPROVAL-LINE-REC FROM APPROVAL-TOTAL-LINE-1.
           WRITE APPROVAL-LINE-REC FROM APPROVAL-TOTAL-LINE-2.
           WRITE APPROVAL-LINE-REC FROM APPROVAL-TOTAL-LINE-3.
           WRITE APPROVAL-LINE-REC FROM APPROVAL-TOTAL-LINE-4.
           WRITE APPROVAL-LINE-REC FROM APPROVAL-TOTAL-LINE-5.
           WRITE APPROVAL-LINE-REC FROM APPROVAL-TOTAL-LINE-6.
           WRITE APPROVAL-LINE-REC FROM APPROVAL-TOTAL-LINE-7.
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
