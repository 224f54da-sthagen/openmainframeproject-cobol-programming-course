           SELECT SUSP-FILE   ASSIGN TO SUSPIN.
           SELECT POST-FILE   ASSIGN TO POSTFILE.
           SELECT RECON-LINE  ASSIGN TO RECNLINE.
           SELECT PEND-FILE   ASSIGN TO PENDAPPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT HELD-FILE   ASSIGN TO HELDPOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HELD-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE.
      *-------------
       DATA DIVISION.
      *-------------
      * transaction with no master effect, is the exception line the
      * auditors ask for.
       FD  PRIOR-ACCT RECORDING MODE F.
       01  PRIOR-REC              PIC X(182).
      *
       FD  CURR-ACCT RECORDING MODE F.
       01  CURR-REC               PIC X(182).
      *
       FD  TRANS-FILE RECORDING MODE F.
      * Added for maker-checker approval: the operator ID at the end
      * of the record rides into the authority table and out onto
      * the reconciliation line. The approver ID does not: CBL0007
      * never honors one keyed on the feed, so a fresh or suspended
      * transaction carries no approver here. Only an item approved
      * off PENDAPPR does.
       01  TRANS-REC.
           05  TRANS-CODE         PIC X(1).
           05  TR-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(174).
           05  TR-OPERATOR-ID     PIC X(8).
           05  TR-APPROVER-ID     PIC X(8).
      *
      * The suspense file CBL0007 recycled ahead of the day's fresh
      * TRANS-FILE: a suspended transaction that finally succeeded
       01  SUSP-REC.
           05  SUS-TRANS-CODE     PIC X(1).
           05  SUS-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(174).
           05  SUS-OPERATOR-ID    PIC X(8).
           05  SUS-APPROVER-ID    PIC X(8).
           05  SUS-REJECT-REASON  PIC X(20).
           05  SUS-DAYS-IN-SUSP   PIC 9(3).
      *
           05  RCN-FIELD-O        PIC X(12).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RCN-STATUS-O       PIC X(12).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RCN-OPERATOR-O     PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RCN-APPROVER-O     PIC X(8).
           05  FILLER             PIC X(14) VALUE SPACES.
      *
      * Added for maker-checker approval: CBL0007's pending-approval
      * file. A held item approved tonight changed the master with
      * nothing in tonight's TRANS-FILE behind it, so it loads into
      * the authority table with its maker and approver. An item
      * held tonight explains why its transaction had no effect.
       FD  PEND-FILE RECORDING MODE F.
       01  PEND-REC.
           05  PND-KEY.
               10  PND-HELD-DATE  PIC 9(8).
               10  PND-HELD-SEQ   PIC 9(7).
           05  PND-TRANS-CODE     PIC X(1).
           05  PND-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(190).
           05  PND-MAKER-ID       PIC X(8).
           05  PND-APPROVER-ID    PIC X(8).
           05  PND-REASON         PIC X(1).
           05  PND-STATUS         PIC X(1).
               88  PND-STAT-PENDING   VALUE 'P'.
               88  PND-STAT-APPROVED  VALUE 'A'.
               88  PND-STAT-DECLINED  VALUE 'X'.
               88  PND-STAT-EXPIRED   VALUE 'E'.
           05  PND-ACTION-DATE    PIC 9(8).
           05  FILLER             PIC X(10).
      *
      * Added for posting screening: CBL0008's held-postings file,
      * laid out as its HELD-REC. A posting released tonight moved
      * the balance with nothing in tonight's POST-FILE behind it, so
      * it loads into the posting table; a posting held tonight
      * explains why its POST-FILE detail had no effect.
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
           05  HLD-STATUS         PIC X(1).
               88  HLD-STAT-HELD      VALUE 'H'.
               88  HLD-STAT-RELEASED  VALUE 'R'.
               88  HLD-STAT-REJECTED  VALUE 'X'.
           05  HLD-ACTION-DATE    PIC 9(8).
           05  FILLER             PIC X(10).
      *
      * Added for maker-checker approval: the business date CBL0030
      * sets, so tonight's approvals and holds can be picked out.
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
      * The two sides of the merge, laid out as ACCT-FIELDS so the
      * compare can name the field that moved -- including the two
      * COMP-3 amounts, which a character compare would garble.
       01  PRI-ACCT-IMAGE         PIC X(182).
       01  PRI-ACCT-FIELDS REDEFINES PRI-ACCT-IMAGE.
           05  PRI-ACCT-NO        PIC X(8).
           05  PRI-ACCT-LIMIT     PIC S9(7)V99 COMP-3.
                                  PIC 9(8) COMP-3.
           05  PRI-COMMENTS       PIC X(50).
           05  PRI-ACCT-CYCLE     PIC X(2).
           05  PRI-ACCT-STATUS-CODE PIC X(1).
      *
       01  CUR-ACCT-IMAGE         PIC X(182).
       01  CUR-ACCT-FIELDS REDEFINES CUR-ACCT-IMAGE.
           05  CUR-ACCT-NO        PIC X(8).
           05  CUR-ACCT-LIMIT     PIC S9(7)V99 COMP-3.
                                  PIC 9(8) COMP-3.
           05  CUR-COMMENTS       PIC X(50).
           05  CUR-ACCT-CYCLE     PIC X(2).
           05  CUR-ACCT-STATUS-CODE PIC X(1).
      *
      * The day's authorizing activity, loaded up front. An entry's
      * matched flag flips when a master difference claims it;
               10  TT-ACCT-NO     PIC X(8).
               10  TT-CODE        PIC X(1).
               10  TT-MATCHED     PIC X(1).
               10  TT-OPERATOR-ID PIC X(8).
               10  TT-APPROVER-ID PIC X(8).
               10  TT-HELD        PIC X(1).
      *
       01  POST-TABLE-CONTROLS.
           05 PT-COUNT           PIC 9(4) VALUE ZERO.
               10  PT-ACCT-NO     PIC X(8).
               10  PT-TYPE        PIC X(1).
               10  PT-MATCHED     PIC X(1).
               10  PT-HELD        PIC X(1).
      *
       01  WS-RECON-FIELDS.
           05 WS-RECON-ACCT      PIC X(8) VALUE SPACES.
           05 WS-AUTHORIZED      PIC X VALUE 'N'.
           05 WS-BALANCE-FIELD   PIC X VALUE 'N'.
           05 WS-LIMIT-FIELD     PIC X VALUE 'N'.
           05 WS-STATUS-FIELD    PIC X VALUE 'N'.
           05 WS-AUTH-OPERATOR   PIC X(8) VALUE SPACES.
           05 WS-AUTH-APPROVER   PIC X(8) VALUE SPACES.
      *
      * Added for maker-checker approval.
       01  WS-PEND-STATUS       PIC X(2) VALUE '00'.
       01  WS-PEND-LASTREC      PIC X VALUE 'N'.
       01  WS-HELD-FOUND        PIC X VALUE 'N'.
      * Added for posting screening.
       01  WS-HELD-STATUS       PIC X(2) VALUE '00'.
       01  WS-HELD-LASTREC      PIC X VALUE 'N'.
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
       01  WS-CONTROL-TOTALS.
           05 WS-ADD-COUNT       PIC 9(5) VALUE ZERO.
           05 WS-CHANGE-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-UNEXPLAINED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-NOEFFECT-COUNT  PIC 9(5) VALUE ZERO.
           05 WS-HELD-COUNT      PIC 9(5) VALUE ZERO.
      *
       01  RECON-HEADER-1.
           05  FILLER         PIC X(40) VALUE
           05  FILLER         PIC X(12) VALUE 'Field       '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE 'Status      '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Operator'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Approver'.
           05  FILLER         PIC X(14) VALUE SPACES.
      *
       01  RECON-HEADER-3.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(12) VALUE '------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE '------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(14) VALUE SPACES.
      *
       01  NOEFFECT-HEADER-1.
           05  FILLER         PIC X(40) VALUE
               'No Master Effect = '.
           05  CTL-NOEFFECT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-6.
           05  FILLER         PIC X(19) VALUE
               'Held Pending     = '.
           05  CTL-HELD-O     PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
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
           OPEN INPUT PRIOR-ACCT.
           OPEN INPUT CURR-ACCT.
           OPEN INPUT TRANS-FILE.
           OPEN INPUT SUSP-FILE.
           OPEN INPUT POST-FILE.
           OPEN OUTPUT RECON-LINE.
           OPEN INPUT PEND-FILE.
           OPEN INPUT HELD-FILE.
      *
       WRITE-HEADERS.
           WRITE RECON-REC FROM RECON-HEADER-1.
                       MOVE TR-ACCT-NO TO TT-ACCT-NO (TT-COUNT)
                       MOVE TRANS-CODE TO TT-CODE (TT-COUNT)
                       MOVE 'N'        TO TT-MATCHED (TT-COUNT)
                       MOVE TR-OPERATOR-ID TO TT-OPERATOR-ID (TT-COUNT)
                       MOVE SPACES     TO TT-APPROVER-ID (TT-COUNT)
                       MOVE 'N'        TO TT-HELD (TT-COUNT)
                   ELSE
                       ADD 1 TO TT-DROPPED
                   END-IF
                   MOVE SUS-ACCT-NO TO TT-ACCT-NO (TT-COUNT)
                   MOVE SUS-TRANS-CODE TO TT-CODE (TT-COUNT)
                   MOVE 'N'         TO TT-MATCHED (TT-COUNT)
                   MOVE SUS-OPERATOR-ID TO TT-OPERATOR-ID (TT-COUNT)
                   MOVE SPACES      TO TT-APPROVER-ID (TT-COUNT)
                   MOVE 'N'         TO TT-HELD (TT-COUNT)
               ELSE
                   ADD 1 TO TT-DROPPED
               END-IF
                       MOVE PST-ACCT-NO TO PT-ACCT-NO (PT-COUNT)
                       MOVE PST-TRANS-TYPE TO PT-TYPE (PT-COUNT)
                       MOVE 'N'         TO PT-MATCHED (PT-COUNT)
                       MOVE 'N'         TO PT-HELD (PT-COUNT)
                   ELSE
                       ADD 1 TO PT-DROPPED
                   END-IF
               END-IF
               PERFORM READ-POST
           END-PERFORM
           PERFORM LOAD-PENDING-ACTIVITY
           PERFORM LOAD-HELD-ACTIVITY
           IF TT-DROPPED > ZERO OR PT-DROPPED > ZERO
               WRITE RECON-REC FROM OVERFLOW-LINE-1
               MOVE SPACES TO RECON-REC
           PERFORM VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > TT-COUNT
               IF TT-MATCHED (TT-IDX) = 'N'
                   IF TT-HELD (TT-IDX) = 'Y'
                       ADD 1 TO WS-HELD-COUNT
                       MOVE 'HELD PENDING'  TO RCN-STATUS-O
                   ELSE
                       ADD 1 TO WS-NOEFFECT-COUNT
                       MOVE 'NO EFFECT'     TO RCN-STATUS-O
                   END-IF
                   MOVE TT-ACCT-NO (TT-IDX) TO RCN-ACCT-NO-O
                   MOVE 'TRANS'             TO RCN-CLASS-O
                   MOVE TT-CODE (TT-IDX)    TO RCN-FIELD-O
                   MOVE TT-OPERATOR-ID (TT-IDX) TO RCN-OPERATOR-O
                   MOVE TT-APPROVER-ID (TT-IDX) TO RCN-APPROVER-O
                   WRITE RECON-REC
               END-IF
           END-PERFORM
           PERFORM VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PT-COUNT
               IF PT-MATCHED (PT-IDX) = 'N'
                   IF PT-HELD (PT-IDX) = 'Y'
                       ADD 1 TO WS-HELD-COUNT
                       MOVE 'HELD PENDING'  TO RCN-STATUS-O
                   ELSE
                       ADD 1 TO WS-NOEFFECT-COUNT
                       MOVE 'NO EFFECT'     TO RCN-STATUS-O
                   END-IF
                   MOVE PT-ACCT-NO (PT-IDX) TO RCN-ACCT-NO-O
                   MOVE 'POSTING'           TO RCN-CLASS-O
                   MOVE PT-TYPE (PT-IDX)    TO RCN-FIELD-O
                   MOVE SPACES              TO RCN-OPERATOR-O
                   MOVE SPACES              TO RCN-APPROVER-O
                   WRITE RECON-REC
               END-IF
           END-PERFORM
           CLOSE SUSP-FILE.
           CLOSE POST-FILE.
           CLOSE RECON-LINE.
           CLOSE PEND-FILE.
           CLOSE HELD-FILE.
           GOBACK.
      *
       READ-PRIOR.
      * touches (ACCT-BALANCE and LAST-ACTIVITY-DATE). So a name or
      * address that moved with nothing behind it still surfaces as
      * UNEXPLAINED even on an account that posted.
      * Added for account status: ACCT-STATUS-CODE is compared like
      * any other field, but only a status 'S' transaction explains
      * it -- a general 'C' never touches the status, so a status
      * that moved behind one is exactly the exception to report.
       COMPARE-ACCOUNT-FIELDS.
           MOVE CUR-ACCT-NO TO WS-RECON-ACCT.
           IF CUR-ACCT-LIMIT NOT = PRI-ACCT-LIMIT
               MOVE 'ACCT-CYCLE'   TO RCN-FIELD-O
               PERFORM REPORT-FIELD-CHANGE
           END-IF.
           IF CUR-ACCT-STATUS-CODE NOT = PRI-ACCT-STATUS-CODE
               MOVE 'N' TO WS-BALANCE-FIELD
               MOVE 'N' TO WS-LIMIT-FIELD
               MOVE 'Y' TO WS-STATUS-FIELD
               MOVE 'ACCT-STATUS'  TO RCN-FIELD-O
               PERFORM REPORT-FIELD-CHANGE
               MOVE 'N' TO WS-STATUS-FIELD
           END-IF.
      *
       REPORT-FIELD-CHANGE-L.
           MOVE 'Y' TO WS-LIMIT-FIELD.
           PERFORM WRITE-RECON-LINE.
      *
       WRITE-RECON-LINE.
           MOVE WS-AUTH-OPERATOR TO RCN-OPERATOR-O.
           MOVE WS-AUTH-APPROVER TO RCN-APPROVER-O.
           IF WS-AUTHORIZED = 'Y'
               MOVE 'AUTHORIZED'  TO RCN-STATUS-O
           ELSE
           END-IF.
           WRITE RECON-REC.
      *
      * Added for maker-checker approval: a transaction CBL0007 held
      * tonight authorizes nothing, and the operator and approver of
      * the transaction that does explain a difference go out on its
      * line.
       CHECK-MAINT-AUTHORITY-A.
           MOVE 'N' TO WS-AUTHORIZED.
           MOVE SPACES TO WS-AUTH-OPERATOR.
           MOVE SPACES TO WS-AUTH-APPROVER.
           PERFORM VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > TT-COUNT
               IF TT-ACCT-NO (TT-IDX) = WS-RECON-ACCT
                   AND TT-CODE (TT-IDX) = 'A'
                   AND TT-HELD (TT-IDX) = 'N'
                   PERFORM CLAIM-TRANS-ENTRY
               END-IF
           END-PERFORM.
      *
       CHECK-MAINT-AUTHORITY-D.
           MOVE 'N' TO WS-AUTHORIZED.
           MOVE SPACES TO WS-AUTH-OPERATOR.
           MOVE SPACES TO WS-AUTH-APPROVER.
           PERFORM VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > TT-COUNT
               IF TT-ACCT-NO (TT-IDX) = WS-RECON-ACCT
                   AND TT-CODE (TT-IDX) = 'D'
                   AND TT-HELD (TT-IDX) = 'N'
                   PERFORM CLAIM-TRANS-ENTRY
               END-IF
           END-PERFORM.
      *
       CHECK-CHANGE-AUTHORITY.
           MOVE 'N' TO WS-AUTHORIZED.
           MOVE SPACES TO WS-AUTH-OPERATOR.
           MOVE SPACES TO WS-AUTH-APPROVER.
           IF WS-STATUS-FIELD = 'Y'
               PERFORM VARYING TT-IDX FROM 1 BY 1
                   UNTIL TT-IDX > TT-COUNT
                   IF TT-ACCT-NO (TT-IDX) = WS-RECON-ACCT
                       AND TT-CODE (TT-IDX) = 'S'
                       AND TT-HELD (TT-IDX) = 'N'
                       PERFORM CLAIM-TRANS-ENTRY
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING TT-IDX FROM 1 BY 1
                   UNTIL TT-IDX > TT-COUNT
                   IF TT-ACCT-NO (TT-IDX) = WS-RECON-ACCT
                       AND TT-CODE (TT-IDX) = 'C'
                       AND TT-HELD (TT-IDX) = 'N'
                       PERFORM CLAIM-TRANS-ENTRY
                   END-IF
               END-PERFORM
           END-IF.
      * A limit-only 'L' (the CBL0018 review proposals) authorizes
      * exactly one field: an 'L' on an account whose name or
      * address also moved explains only the limit, and the rest
                   UNTIL TT-IDX > TT-COUNT
                   IF TT-ACCT-NO (TT-IDX) = WS-RECON-ACCT
                       AND TT-CODE (TT-IDX) = 'L'
                       AND TT-HELD (TT-IDX) = 'N'
                       PERFORM CLAIM-TRANS-ENTRY
                   END-IF
               END-PERFORM
           END-IF.
               PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PT-COUNT
                   IF PT-ACCT-NO (PT-IDX) = WS-RECON-ACCT
                       AND PT-HELD (PT-IDX) = 'N'
                       MOVE 'Y' TO WS-AUTHORIZED
                       MOVE 'Y' TO PT-MATCHED (PT-IDX)
                   END-IF
               END-PERFORM
           END-IF.
      *
       CLAIM-TRANS-ENTRY.
           MOVE 'Y' TO WS-AUTHORIZED.
           MOVE 'Y' TO TT-MATCHED (TT-IDX).
           MOVE TT-OPERATOR-ID (TT-IDX) TO WS-AUTH-OPERATOR.
           MOVE TT-APPROVER-ID (TT-IDX) TO WS-AUTH-APPROVER.
      *
      * Added for maker-checker approval: an item approved tonight
      * joins the authority table under its own transaction code
      * with its maker and approver; an item held tonight marks the
      * transaction that was held, so it is listed as HELD PENDING
      * rather than as an exception. Nothing can be held and
      * approved on the same night.
       LOAD-PENDING-ACTIVITY.
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
                       EVALUATE TRUE
                           WHEN PND-STAT-APPROVED
                               AND PND-ACTION-DATE = WS-RUN-DATE
                               PERFORM LOAD-APPROVED-ITEM
                           WHEN PND-HELD-DATE = WS-RUN-DATE
                               PERFORM MARK-HELD-TRANS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
      *
       LOAD-APPROVED-ITEM.
           IF TT-COUNT < 1000
               ADD 1 TO TT-COUNT
               MOVE PND-ACCT-NO     TO TT-ACCT-NO (TT-COUNT)
               MOVE PND-TRANS-CODE  TO TT-CODE (TT-COUNT)
               MOVE 'N'             TO TT-MATCHED (TT-COUNT)
               MOVE PND-MAKER-ID    TO TT-OPERATOR-ID (TT-COUNT)
               MOVE PND-APPROVER-ID TO TT-APPROVER-ID (TT-COUNT)
               MOVE 'N'             TO TT-HELD (TT-COUNT)
           ELSE
               ADD 1 TO TT-DROPPED
           END-IF.
      *
       MARK-HELD-TRANS.
           MOVE 'N' TO WS-HELD-FOUND.
           PERFORM VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > TT-COUNT OR WS-HELD-FOUND = 'Y'
               IF TT-ACCT-NO (TT-IDX) = PND-ACCT-NO
                   AND TT-CODE (TT-IDX) = PND-TRANS-CODE
                   AND TT-OPERATOR-ID (TT-IDX) = PND-MAKER-ID
                   AND TT-HELD (TT-IDX) = 'N'
                   MOVE 'Y' TO TT-HELD (TT-IDX)
                   MOVE 'Y' TO WS-HELD-FOUND
               END-IF
           END-PERFORM.
      *
      * Added for posting screening: the same treatment for CBL0008's
      * held postings. A posting released tonight joins the posting
      * table, since it moved the balance tonight; a posting held
      * tonight marks its POST-FILE detail, so it is listed as HELD
      * PENDING rather than as an exception and explains nothing.
      * Release cards are worked before the feed, so nothing is held
      * and released on the same night.
       LOAD-HELD-ACTIVITY.
           MOVE ZERO TO HLD-HELD-DATE.
           MOVE ZERO TO HLD-HELD-SEQ.
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
                       EVALUATE TRUE
                           WHEN HLD-STAT-RELEASED
                               AND HLD-ACTION-DATE = WS-RUN-DATE
                               PERFORM LOAD-RELEASED-POSTING
                           WHEN HLD-HELD-DATE = WS-RUN-DATE
                               PERFORM MARK-HELD-POSTING
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
      *
       LOAD-RELEASED-POSTING.
           IF PT-COUNT < 2000
               ADD 1 TO PT-COUNT
               MOVE HLD-ACCT-NO     TO PT-ACCT-NO (PT-COUNT)
               MOVE HLD-TRANS-TYPE  TO PT-TYPE (PT-COUNT)
               MOVE 'N'             TO PT-MATCHED (PT-COUNT)
               MOVE 'N'             TO PT-HELD (PT-COUNT)
           ELSE
               ADD 1 TO PT-DROPPED
           END-IF.
      *
       MARK-HELD-POSTING.
           MOVE 'N' TO WS-HELD-FOUND.
           PERFORM VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PT-COUNT OR WS-HELD-FOUND = 'Y'
               IF PT-ACCT-NO (PT-IDX) = HLD-ACCT-NO
                   AND PT-TYPE (PT-IDX) = HLD-TRANS-TYPE
                   AND PT-HELD (PT-IDX) = 'N'
                   MOVE 'Y' TO PT-HELD (PT-IDX)
                   MOVE 'Y' TO WS-HELD-FOUND
               END-IF
           END-PERFORM.
      *
       WRITE-CONTROL-TOTALS.
           MOVE WS-ADD-COUNT         TO CTL-ADD-O.
           MOVE WS-CHANGE-COUNT      TO CTL-CHANGE-O.
           MOVE WS-UNEXPLAINED-COUNT TO CTL-UNEXPLAINED-O.
           MOVE WS-NOEFFECT-COUNT    TO CTL-NOEFFECT-O.
           MOVE WS-HELD-COUNT        TO CTL-HELD-O.
           MOVE SPACES TO RECON-REC.
           WRITE RECON-REC.
           WRITE RECON-REC FROM CONTROL-HEADER-1.
           WRITE RECON-REC FROM CONTROL-TOTAL-LINE-3.
           WRITE RECON-REC FROM CONTROL-TOTAL-LINE-4.
           WRITE RECON-REC FROM CONTROL-TOTAL-LINE-5.
           WRITE RECON-REC FROM CONTROL-TOTAL-LINE-6.
      *
      * Added for maker-checker approval: the date CBL0030 rolled
      * forward overlays the clock's, the same way CBL0007 takes it,
      * so tonight's approvals and holds are matched on the business
      * date they were stamped with.
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
