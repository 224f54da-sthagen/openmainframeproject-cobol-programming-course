      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0022.
       AUTHOR.        Otto B. Boolean.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISP-TRANS  ASSIGN TO DSPTRAN.
           SELECT DISP-FILE   ASSIGN TO DSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CASE-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT ACCT-REC    ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT HIST-FILE   ASSIGN TO HISTFILE.
           SELECT HIST-IN     ASSIGN TO HISTFILE
               FILE STATUS IS WS-HIST-IN-STATUS.
           SELECT KHIST-FILE  ASSIGN TO KHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KHS-HIST-KEY
               FILE STATUS IS WS-KHIST-STATUS.
           SELECT DISP-LINE   ASSIGN TO DSPLINE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      * Billing dispute maintenance. Client service keys one card per
      * dispute action: 'O' opens a case against a posted debit or
      * fee and posts a provisional credit for the disputed amount;
      * 'W' resolves a case in the client's favor, leaving that
      * credit standing for good; 'L' resolves it against the client
      * and reverses the credit with a re-debit. On an 'O' the card
      * carries the disputed posting exactly as the statement shows
      * it (date, sequence, type, amount) and may name a smaller
      * disputed amount for a partial dispute -- zero disputes the
      * whole posting. Resolutions name the case number the open
      * printed on this register.
       FD  DISP-TRANS RECORDING MODE F.
       01  DISP-TRANS-REC.
           05  DST-ACTION         PIC X(1).
               88  DST-OPEN           VALUE 'O'.
               88  DST-RESOLVE-WON    VALUE 'W'.
               88  DST-RESOLVE-LOST   VALUE 'L'.
           05  DST-ACCT-NO        PIC X(8).
           05  DST-CASE-NO        PIC 9(5).
           05  DST-TRANS-DATE     PIC 9(8).
           05  DST-TRANS-SEQ      PIC 9(5).
           05  DST-TRANS-TYPE     PIC X(1).
           05  DST-POST-AMOUNT    PIC 9(7)V99.
           05  DST-DISP-AMOUNT    PIC 9(7)V99.
           05  DST-REASON         PIC X(20).
           05  FILLER             PIC X(14).
      *
      * Dispute case file (VSAM KSDS) keyed on account plus a case
      * number assigned here, one up from the account's highest. The
      * disputed posting rides in HIST-REC layout so the case always
      * says exactly what was disputed, and the disputed amount is
      * held apart from it for partial disputes. The provisional
      * credit keeps the open amount out of CBL0011's accrual and
      * CBL0016's aging; CBL0009 browses an account's cases to show
      * them on the statement, and CBL0023 reports the open cases
      * against the regulatory resolution deadline.
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
      * Provisional credits and re-debits go out as type 'C' and 'D'
      * history in the layout CBL0008 writes, extending the night's
      * history the way CBL0011 adds its finance charges, so the
      * statement, the month-end close, and the GL extract all see
      * them as ordinary postings.
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-REC.
           05  HST-ACCT-NO        PIC X(8).
           05  HST-TRANS-DATE     PIC 9(8) COMP-3.
           05  HST-TRANS-SEQ      PIC 9(5) COMP-3.
           05  HST-TRANS-TYPE     PIC X(1).
           05  HST-AMOUNT         PIC S9(7)V99 COMP-3.
      *
      * The disputed posting must be on the history. The month's flat
      * history is read once, before this run extends it, for every
      * posting the night's cards name; a posting from a closed
      * month is looked up on the keyed history instead. The load
      * renumbers the keyed history's sequence, so there the posting
      * is matched on its date, type, and amount.
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
       FD  DISP-LINE RECORDING MODE F.
       01  DISP-LINE-REC.
           05  DSL-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DSL-CASE-NO-O      PIC 9(5).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DSL-ACTION-O       PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DSL-AMOUNT-O       PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DSL-RESULT-O       PIC X(20).
           05  FILLER             PIC X(21) VALUE SPACES.
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
           05 WS-CASE-LASTREC  PIC X VALUE SPACE.
      *
       01  WS-ACCT-STATUS       PIC X(2) VALUE '00'.
       01  WS-DISP-STATUS       PIC X(2) VALUE '00'.
       01  WS-HIST-IN-STATUS    PIC X(2) VALUE '00'.
       01  WS-KHIST-STATUS      PIC X(2) VALUE '00'.
       01  WS-HIST-IN-EOF       PIC X VALUE 'N'.
       01  WS-KHIST-LASTREC     PIC X VALUE 'N'.
      *
       01  WS-DISPUTE-FIELDS.
           05 WS-NEXT-CASE-NO    PIC 9(5) VALUE ZERO.
           05 WS-POSTING-FOUND   PIC X VALUE 'N'.
           05 WS-CASE-ALREADY-OPEN PIC X VALUE 'N'.
           05 WS-DISP-AMOUNT     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-HIST-SEQ        PIC 9(5) VALUE ZERO.
           05 WS-HIST-TYPE       PIC X(1) VALUE SPACE.
      *
      * The postings the night's open cards name, one entry for each
      * distinct posting, kept in key order as they are added so the
      * flat history can be matched against them in one pass. A
      * deck naming more postings than the table holds is a keying
      * error; the postings past its end are looked for only on the
      * keyed history.
       01  WS-MATCH-KEY.
           05 WS-MKY-ACCT-NO     PIC X(8).
           05 WS-MKY-TRANS-DATE  PIC 9(8).
           05 WS-MKY-TRANS-SEQ   PIC 9(5).
           05 WS-MKY-TRANS-TYPE  PIC X(1).
           05 WS-MKY-AMOUNT      PIC 9(7)V99.
       01  WS-CARD-CONTROLS.
           05 WS-CARD-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-CARD-MAX        PIC 9(5) VALUE 5000.
           05 WS-CARD-SUB        PIC 9(5) VALUE ZERO.
           05 WS-CARD-SHIFTED    PIC X VALUE 'N'.
       01  WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CARD-COUNT
                   ASCENDING KEY IS WS-CRD-KEY
                   INDEXED BY CARD-IDX.
               10  WS-CRD-KEY         PIC X(31).
               10  WS-CRD-FOUND       PIC X(1).
      *
       01  WS-CONTROL-TOTALS.
           05 WS-RECORD-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-OPENED-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-WON-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-LOST-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-CREDITS   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-REDEBITS  PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
       01  DISP-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Billing Dispute Register'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  DISP-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE 'Case '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Action  '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'Amount    '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'Result              '.
           05  FILLER         PIC X(21) VALUE SPACES.
      *
       01  DISP-HEADER-3.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE '-----'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE '----------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE '--------------------'.
           05  FILLER         PIC X(21) VALUE SPACES.
      *
       01  CONTROL-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Batch Control Totals'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-1.
           05  FILLER         PIC X(19) VALUE
               'Cards Read       = '.
           05  CTL-RECORD-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-2.
           05  FILLER         PIC X(19) VALUE
               'Cases Opened     = '.
           05  CTL-OPENED-O   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-3.
           05  FILLER         PIC X(19) VALUE
               'Resolved - Client= '.
           05  CTL-WON-O      PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-4.
           05  FILLER         PIC X(19) VALUE
               'Resolved - Merch = '.
           05  CTL-LOST-O     PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-5.
           05  FILLER         PIC X(19) VALUE
               'Cards Rejected   = '.
           05  CTL-REJECT-O   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-6.
           05  FILLER         PIC X(20) VALUE
               'Provisional Credit= '.
           05  CTL-TOTAL-CREDITS-O PIC $$$,$$$,$$$,$$9.99.
           05  FILLER         PIC X(42) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-7.
           05  FILLER         PIC X(20) VALUE
               'Credits Reversed  = '.
           05  CTL-TOTAL-REDEBITS-O PIC $$$,$$$,$$$,$$9.99.
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
           PERFORM LOAD-CARD-POSTINGS.
           OPEN INPUT DISP-TRANS.
           OPEN I-O   DISP-FILE.
           OPEN I-O   ACCT-REC.
           OPEN INPUT KHIST-FILE.
           OPEN EXTEND HIST-FILE.
           OPEN OUTPUT DISP-LINE.
      *
       WRITE-HEADERS.
           WRITE DISP-LINE-REC FROM DISP-HEADER-1.
           WRITE DISP-LINE-REC FROM DISP-HEADER-2.
           WRITE DISP-LINE-REC FROM DISP-HEADER-3.
           MOVE SPACES TO DISP-LINE-REC.
      *
       READ-NEXT-CARD.
           PERFORM READ-DISP-TRANS
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO WS-RECORD-COUNT
               PERFORM PROCESS-DISPUTE-CARD
               PERFORM READ-DISP-TRANS
           END-PERFORM
           .
      *
       CLOSE-STOP.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE DISP-TRANS.
           CLOSE DISP-FILE.
           CLOSE ACCT-REC.
           CLOSE KHIST-FILE.
           CLOSE HIST-FILE.
           CLOSE DISP-LINE.
           GOBACK.
      *
       READ-DISP-TRANS.
           READ DISP-TRANS
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      * Every card must name an account on the master; the action
      * then decides the rest.
       PROCESS-DISPUTE-CARD.
           MOVE SPACES          TO DISP-LINE-REC.
           MOVE DST-ACCT-NO     TO DSL-ACCT-NO-O.
           MOVE DST-CASE-NO     TO DSL-CASE-NO-O.
           MOVE ZERO            TO DSL-AMOUNT-O.
           EVALUATE TRUE
               WHEN DST-OPEN
                   MOVE 'OPEN'     TO DSL-ACTION-O
               WHEN DST-RESOLVE-WON
                   MOVE 'WON'      TO DSL-ACTION-O
               WHEN DST-RESOLVE-LOST
                   MOVE 'LOST'     TO DSL-ACTION-O
               WHEN OTHER
                   MOVE DST-ACTION TO DSL-ACTION-O
           END-EVALUATE.
           MOVE DST-ACCT-NO TO ACCT-NO.
           READ ACCT-REC
               INVALID KEY
                   MOVE 'ACCOUNT NOT FOUND' TO DSL-RESULT-O
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN DST-OPEN
                           PERFORM OPEN-DISPUTE-CASE
                       WHEN DST-RESOLVE-WON
                           PERFORM RESOLVE-DISPUTE-CASE
                       WHEN DST-RESOLVE-LOST
                           PERFORM RESOLVE-DISPUTE-CASE
                       WHEN OTHER
                           MOVE 'BAD ACTION CODE' TO DSL-RESULT-O
                           PERFORM WRITE-REJECT-LINE
                   END-EVALUATE
           END-READ
           .
      *
      * Only a debit or a fee can be disputed, and never for more
      * than it posted for. A finance charge ('I') is a fee for this
      * purpose, as it was when it posted as 'F'. The case is
      * written before the credit posts, so a case that failed to
      * write never leaves a credit behind with nothing on file to
      * resolve it against. A charged-off account's balance is
      * written off, so there is nothing to credit; a posting that
      * is not on the history, or that already has a case open,
      * would credit the account for nothing.
       OPEN-DISPUTE-CASE.
           EVALUATE TRUE
               WHEN ACCT-STAT-CHARGED-OFF
                   MOVE 'ACCOUNT CHARGED OFF' TO DSL-RESULT-O
                   PERFORM WRITE-REJECT-LINE
               WHEN DST-TRANS-TYPE NOT = 'D'
                   AND DST-TRANS-TYPE NOT = 'F'
                   AND DST-TRANS-TYPE NOT = 'I'
                   MOVE 'NOT A DEBIT OR FEE' TO DSL-RESULT-O
                   PERFORM WRITE-REJECT-LINE
               WHEN DST-POST-AMOUNT IS NOT NUMERIC
                   OR DST-POST-AMOUNT = ZERO
                   OR DST-TRANS-DATE IS NOT NUMERIC
                   OR DST-TRANS-SEQ IS NOT NUMERIC
                   MOVE 'BAD POSTING DATA' TO DSL-RESULT-O
                   PERFORM WRITE-REJECT-LINE
               WHEN DST-DISP-AMOUNT IS NUMERIC
                   AND DST-DISP-AMOUNT > DST-POST-AMOUNT
                   MOVE 'EXCEEDS POSTING' TO DSL-RESULT-O
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   PERFORM FIND-POSTED-ITEM
                   IF WS-POSTING-FOUND = 'Y'
                       PERFORM FIND-NEXT-CASE-NO
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-POSTING-FOUND NOT = 'Y'
                           MOVE 'POSTING NOT FOUND' TO DSL-RESULT-O
                           PERFORM WRITE-REJECT-LINE
                       WHEN WS-CASE-ALREADY-OPEN = 'Y'
                           MOVE 'CASE ALREADY OPEN' TO DSL-RESULT-O
                           PERFORM WRITE-REJECT-LINE
                       WHEN OTHER
                           IF DST-DISP-AMOUNT IS NUMERIC
                               AND DST-DISP-AMOUNT > ZERO
                               MOVE DST-DISP-AMOUNT TO WS-DISP-AMOUNT
                           ELSE
                               MOVE DST-POST-AMOUNT TO WS-DISP-AMOUNT
                           END-IF
                           PERFORM WRITE-NEW-CASE
                   END-EVALUATE
           END-EVALUATE
           .
      *
      * The month's postings were matched to the cards before the
      * run began; anything older is looked for on the keyed history.
       FIND-POSTED-ITEM.
           MOVE 'N' TO WS-POSTING-FOUND.
           PERFORM BUILD-CARD-KEY.
           IF WS-CARD-COUNT > ZERO
               SEARCH ALL WS-CARD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CRD-KEY (CARD-IDX) = WS-MATCH-KEY
                       MOVE WS-CRD-FOUND (CARD-IDX) TO WS-POSTING-FOUND
               END-SEARCH
           END-IF.
           IF WS-POSTING-FOUND NOT = 'Y'
               AND WS-KHIST-STATUS = '00'
               PERFORM FIND-KEYED-POSTING
           END-IF.
      *
       FIND-KEYED-POSTING.
           MOVE DST-ACCT-NO    TO KHS-ACCT-NO.
           MOVE DST-TRANS-DATE TO KHS-TRANS-DATE.
           MOVE ZERO           TO KHS-TRANS-SEQ.
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
                       IF KHS-ACCT-NO NOT = DST-ACCT-NO
                           OR KHS-TRANS-DATE NOT = DST-TRANS-DATE
                           MOVE 'Y' TO WS-KHIST-LASTREC
                       ELSE
                           IF KHS-TRANS-TYPE = DST-TRANS-TYPE
                               AND KHS-AMOUNT = DST-POST-AMOUNT
                               MOVE 'Y' TO WS-POSTING-FOUND
                               MOVE 'Y' TO WS-KHIST-LASTREC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
      * Walks the account's cases in key order; the last one read is
      * the highest number in use. A case still open on the same
      * posting is noted on the way.
       FIND-NEXT-CASE-NO.
           MOVE ZERO        TO WS-NEXT-CASE-NO.
           MOVE 'N'         TO WS-CASE-ALREADY-OPEN.
           MOVE DST-ACCT-NO TO DSP-ACCT-NO.
           MOVE ZERO        TO DSP-CASE-NO.
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
                       IF DSP-ACCT-NO NOT = DST-ACCT-NO
                           MOVE 'Y' TO WS-CASE-LASTREC
                       ELSE
                           MOVE DSP-CASE-NO TO WS-NEXT-CASE-NO
                           IF DSP-STAT-OPEN
                               AND DSH-TRANS-DATE = DST-TRANS-DATE
                               AND DSH-TRANS-SEQ  = DST-TRANS-SEQ
                               AND DSH-TRANS-TYPE = DST-TRANS-TYPE
                               AND DSH-AMOUNT     = DST-POST-AMOUNT
                               MOVE 'Y' TO WS-CASE-ALREADY-OPEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-CASE-NO.
      *
       WRITE-NEW-CASE.
           MOVE DST-ACCT-NO      TO DSP-ACCT-NO.
           MOVE WS-NEXT-CASE-NO  TO DSP-CASE-NO.
           MOVE DST-ACCT-NO      TO DSH-ACCT-NO.
           MOVE DST-TRANS-DATE   TO DSH-TRANS-DATE.
           MOVE DST-TRANS-SEQ    TO DSH-TRANS-SEQ.
           MOVE DST-TRANS-TYPE   TO DSH-TRANS-TYPE.
           MOVE DST-POST-AMOUNT  TO DSH-AMOUNT.
           MOVE WS-DISP-AMOUNT   TO DSP-DISP-AMOUNT.
           MOVE WS-RUN-DATE      TO DSP-OPEN-DATE.
           MOVE DST-REASON       TO DSP-REASON.
           MOVE 'O'              TO DSP-STATUS.
           MOVE ZERO             TO DSP-RESOLVE-DATE.
           WRITE DISP-REC
               INVALID KEY
                   MOVE 'CASE WRITE FAILED' TO DSL-RESULT-O
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   SUBTRACT WS-DISP-AMOUNT FROM ACCT-BALANCE
                   REWRITE ACCT-FIELDS
                   MOVE 'C' TO WS-HIST-TYPE
                   PERFORM WRITE-DISPUTE-HISTORY
                   ADD 1 TO WS-OPENED-COUNT
                   ADD WS-DISP-AMOUNT TO WS-TOTAL-CREDITS
                   MOVE WS-NEXT-CASE-NO TO DSL-CASE-NO-O
                   MOVE WS-DISP-AMOUNT  TO DSL-AMOUNT-O
                   MOVE 'PROVISIONAL CREDIT' TO DSL-RESULT-O
                   WRITE DISP-LINE-REC
           END-WRITE
           .
      *
      * A won case needs no posting -- the provisional credit simply
      * becomes permanent. A lost case re-debits the disputed amount.
      * Neither stamps LAST-ACTIVITY-DATE, any more than CBL0011's
      * finance charge does: the movement is ours, not the client's.
      * A lost case on an account charged off since it opened is
      * rejected and the case left open: the re-debit would put a
      * balance back on an account CBL0024 zeroed, outside the
      * charge-off principal, where no payment could ever reach it.
      * Collections settles it against the charge-off file.
       RESOLVE-DISPUTE-CASE.
           MOVE DST-ACCT-NO TO DSP-ACCT-NO.
           MOVE DST-CASE-NO TO DSP-CASE-NO.
           READ DISP-FILE
               INVALID KEY
                   MOVE 'CASE NOT FOUND' TO DSL-RESULT-O
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT DSP-STAT-OPEN
                           MOVE 'CASE ALREADY CLOSED' TO DSL-RESULT-O
                           PERFORM WRITE-REJECT-LINE
                       WHEN DST-RESOLVE-LOST AND ACCT-STAT-CHARGED-OFF
                           MOVE 'ACCOUNT CHARGED OFF' TO DSL-RESULT-O
                           PERFORM WRITE-REJECT-LINE
                       WHEN OTHER
                           PERFORM CLOSE-DISPUTE-CASE
                   END-EVALUATE
           END-READ
           .
      *
       CLOSE-DISPUTE-CASE.
           MOVE DSP-DISP-AMOUNT TO WS-DISP-AMOUNT.
           MOVE WS-DISP-AMOUNT  TO DSL-AMOUNT-O.
           MOVE WS-RUN-DATE     TO DSP-RESOLVE-DATE.
           IF DST-RESOLVE-WON
               MOVE 'W' TO DSP-STATUS
               REWRITE DISP-REC
               ADD 1 TO WS-WON-COUNT
               MOVE 'CREDIT MADE FINAL' TO DSL-RESULT-O
           ELSE
               MOVE 'L' TO DSP-STATUS
               REWRITE DISP-REC
               ADD WS-DISP-AMOUNT TO ACCT-BALANCE
               REWRITE ACCT-FIELDS
               MOVE 'D' TO WS-HIST-TYPE
               PERFORM WRITE-DISPUTE-HISTORY
               ADD 1 TO WS-LOST-COUNT
               ADD WS-DISP-AMOUNT TO WS-TOTAL-REDEBITS
               MOVE 'CREDIT REVERSED' TO DSL-RESULT-O
           END-IF.
           WRITE DISP-LINE-REC.
      *
       WRITE-DISPUTE-HISTORY.
           ADD 1 TO WS-HIST-SEQ.
           MOVE ACCT-NO         TO HST-ACCT-NO.
           MOVE WS-RUN-DATE     TO HST-TRANS-DATE.
           MOVE WS-HIST-SEQ     TO HST-TRANS-SEQ.
           MOVE WS-HIST-TYPE    TO HST-TRANS-TYPE.
           MOVE WS-DISP-AMOUNT  TO HST-AMOUNT.
           WRITE HIST-REC.
      *
      * A first pass over the deck collects the postings the open
      * cards name; the flat history is then read once against them.
      * No flat history yet (the first night after month close) is
      * not an error; the posting is then looked for on the keyed
      * history.
       LOAD-CARD-POSTINGS.
           MOVE 'N' TO LASTREC.
           OPEN INPUT DISP-TRANS.
           PERFORM READ-DISP-TRANS
           PERFORM UNTIL LASTREC = 'Y'
               IF DST-OPEN
                   AND DST-TRANS-DATE IS NUMERIC
                   AND DST-TRANS-SEQ IS NUMERIC
                   AND DST-POST-AMOUNT IS NUMERIC
                   PERFORM ADD-CARD-POSTING
               END-IF
               PERFORM READ-DISP-TRANS
           END-PERFORM.
           CLOSE DISP-TRANS.
           MOVE 'N' TO LASTREC.
           IF WS-CARD-COUNT > ZERO
               PERFORM MATCH-FLAT-HISTORY
           END-IF.
      *
       BUILD-CARD-KEY.
           MOVE DST-ACCT-NO     TO WS-MKY-ACCT-NO.
           MOVE DST-TRANS-DATE  TO WS-MKY-TRANS-DATE.
           MOVE DST-TRANS-SEQ   TO WS-MKY-TRANS-SEQ.
           MOVE DST-TRANS-TYPE  TO WS-MKY-TRANS-TYPE.
           MOVE DST-POST-AMOUNT TO WS-MKY-AMOUNT.
      *
      * A posting already in the table is not added twice. A new one
      * goes in behind the last entry with a lower key, the entries
      * above it moving up one place.
       ADD-CARD-POSTING.
           PERFORM BUILD-CARD-KEY.
           MOVE 'N' TO WS-POSTING-FOUND.
           IF WS-CARD-COUNT > ZERO
               SEARCH ALL WS-CARD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CRD-KEY (CARD-IDX) = WS-MATCH-KEY
                       MOVE 'Y' TO WS-POSTING-FOUND
               END-SEARCH
           END-IF.
           IF WS-POSTING-FOUND = 'N'
               AND WS-CARD-COUNT < WS-CARD-MAX
               ADD 1 TO WS-CARD-COUNT
               COMPUTE WS-CARD-SUB = WS-CARD-COUNT - 1
               MOVE 'N' TO WS-CARD-SHIFTED
               PERFORM SHIFT-CARD-ENTRY
                   UNTIL WS-CARD-SHIFTED = 'Y'
                      OR WS-CARD-SUB = ZERO
               ADD 1 TO WS-CARD-SUB
               MOVE WS-MATCH-KEY TO WS-CRD-KEY (WS-CARD-SUB)
               MOVE 'N'          TO WS-CRD-FOUND (WS-CARD-SUB)
           END-IF.
      *
       SHIFT-CARD-ENTRY.
           IF WS-CRD-KEY (WS-CARD-SUB) > WS-MATCH-KEY
               MOVE WS-CARD-ENTRY (WS-CARD-SUB)
                   TO WS-CARD-ENTRY (WS-CARD-SUB + 1)
               SUBTRACT 1 FROM WS-CARD-SUB
           ELSE
               MOVE 'Y' TO WS-CARD-SHIFTED
           END-IF.
      *
       MATCH-FLAT-HISTORY.
           MOVE 'N' TO WS-HIST-IN-EOF.
           OPEN INPUT HIST-IN.
           IF WS-HIST-IN-STATUS NOT = '00'
               MOVE 'Y' TO WS-HIST-IN-EOF
           ELSE
               PERFORM READ-HIST-IN
           END-IF.
           PERFORM UNTIL WS-HIST-IN-EOF = 'Y'
               MOVE HIN-ACCT-NO    TO WS-MKY-ACCT-NO
               MOVE HIN-TRANS-DATE TO WS-MKY-TRANS-DATE
               MOVE HIN-TRANS-SEQ  TO WS-MKY-TRANS-SEQ
               MOVE HIN-TRANS-TYPE TO WS-MKY-TRANS-TYPE
               MOVE HIN-AMOUNT     TO WS-MKY-AMOUNT
               SEARCH ALL WS-CARD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CRD-KEY (CARD-IDX) = WS-MATCH-KEY
                       MOVE 'Y' TO WS-CRD-FOUND (CARD-IDX)
               END-SEARCH
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
       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           WRITE DISP-LINE-REC.
      *
       WRITE-CONTROL-TOTALS.
           MOVE WS-RECORD-COUNT   TO CTL-RECORD-COUNT-O.
           MOVE WS-OPENED-COUNT   TO CTL-OPENED-O.
           MOVE WS-WON-COUNT      TO CTL-WON-O.
           MOVE WS-LOST-COUNT     TO CTL-LOST-O.
           MOVE WS-REJECT-COUNT   TO CTL-REJECT-O.
           MOVE WS-TOTAL-CREDITS  TO CTL-TOTAL-CREDITS-O.
           MOVE WS-TOTAL-REDEBITS TO CTL-TOTAL-REDEBITS-O.
           MOVE SPACES TO DISP-LINE-REC.
           WRITE DISP-LINE-REC.
           WRITE DISP-LINE-REC FROM CONTROL-HEADER-1.
           WRITE DISP-LINE-REC FROM CONTROL-TOTAL-LINE-1.
           WRITE DISP-LINE-REC FROM CONTROL-TOTAL-LINE-2.
           WRITE DISP-LINE-REC FROM CONTROL-TOTAL-LINE-3.
           WRITE DISP-LINE-REC FROM CONTROL-TOTAL-LINE-4.
           WRITE DISP-LINE-REC FROM CONTROL-TOTAL-LINE-5.
           WRITE DISP-LINE-REC FROM CONTROL-TOTAL-LINE-6.
           WRITE DISP-LINE-REC FROM CONTROL-TOTAL-LINE-7.
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
