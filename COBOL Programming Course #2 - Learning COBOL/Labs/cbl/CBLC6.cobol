           SELECT SYSIN-CARD  ASSIGN TO SYSIN.
           SELECT ACCRUE-LINE ASSIGN TO ACRLLINE.
           SELECT HIST-FILE   ASSIGN TO HISTFILE.
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
      * Rate parameter card, taken the way CBL0006's READ-STATE-PARM
      * takes its state card: up to four tiers of ACCT-LIMIT band
      * The month's finance charges also go to the transaction
      * history as type 'F' postings, so the statements CBL0009
      * prints show the charge alongside the activity it accrued on.
      * Added for the annual summary: finance charges now post as
      * type 'I', so the year-end roll-up can show them apart from
      * the late fees CBL0016 writes as 'F'. Every reader of the
      * history treats 'I' exactly as it treats 'F'.
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-REC.
           05  HST-ACCT-NO        PIC X(8).
           05  HST-TRANS-SEQ      PIC 9(5) COMP-3.
           05  HST-TRANS-TYPE     PIC X(1).
           05  HST-AMOUNT         PIC S9(7)V99 COMP-3.
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
           05 WS-RECORD-COUNT    PIC 9(7)      VALUE ZERO.
           05 WS-CHARGED-COUNT   PIC 9(7)      VALUE ZERO.
           05 WS-TOTAL-CHARGES   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-DECEASED-COUNT  PIC 9(7)      VALUE ZERO.
           05 WS-CHGOFF-COUNT    PIC 9(7)      VALUE ZERO.
      *
       01  ACCRUE-HEADER-1.
           05  FILLER         PIC X(40) VALUE
               'Total Charges     = '.
           05  CTL-TOTAL-CHARGES-O PIC $$$,$$$,$$$,$$9.99.
           05  FILLER         PIC X(42) VALUE SPACES.
      *
      * Added for account status.
       01  CONTROL-TOTAL-LINE-4.
           05  FILLER         PIC X(19) VALUE
               'Deceased Skipped = '.
           05  CTL-DECEASED-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
      * Added for charge-off.
       01  CONTROL-TOTAL-LINE-5.
           05  FILLER         PIC X(19) VALUE
               'Charged Off Skip = '.
           05  CTL-CHGOFF-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-DATE-DATA.
      *
       WRITE-HEADERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE =
               WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100
           WRITE ACCRUE-REC FROM ACCRUE-HEADER-3.
           MOVE SPACES TO ACCRUE-REC.
      *
      * Added for account status: a deceased account accrues nothing
      * while the estate is settled -- it is counted past on its own
      * control line so finance can see what was held back.
      * Added for charge-off: a charged-off account accrues nothing
      * ever again; any balance it shows is not income to book.
      * Added for billing disputes: an open dispute needs nothing
      * here. CBL0022's provisional credit has already taken the
      * disputed amount off the balance the charge accrues on.
       READ-NEXT-ACCOUNT.
           PERFORM READ-ACCOUNT
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO WS-RECORD-COUNT
               EVALUATE TRUE
                   WHEN ACCT-STAT-DECEASED
                       ADD 1 TO WS-DECEASED-COUNT
                   WHEN ACCT-STAT-CHARGED-OFF
                       ADD 1 TO WS-CHGOFF-COUNT
                   WHEN ACCT-BALANCE > ZERO
                       AND (WS-CYCLE-CODE = SPACES
                           OR ACCT-CYCLE = WS-CYCLE-CODE)
                       PERFORM ACCRUE-FINANCE-CHARGE
               END-EVALUATE
               PERFORM READ-ACCOUNT
           END-PERFORM
           .
           MOVE ACCT-NO         TO HST-ACCT-NO.
           MOVE WS-RUN-DATE     TO HST-TRANS-DATE.
           MOVE WS-CHARGE-SEQ   TO HST-TRANS-SEQ.
           MOVE 'I'             TO HST-TRANS-TYPE.
           MOVE WS-CHARGE-AMOUNT TO HST-AMOUNT.
           WRITE HIST-REC.
      *
           MOVE WS-RECORD-COUNT  TO CTL-RECORD-COUNT-O.
           MOVE WS-CHARGED-COUNT TO CTL-CHARGED-COUNT-O.
           MOVE WS-TOTAL-CHARGES TO CTL-TOTAL-CHARGES-O.
           MOVE WS-DECEASED-COUNT TO CTL-DECEASED-COUNT-O.
           MOVE WS-CHGOFF-COUNT  TO CTL-CHGOFF-COUNT-O.
           MOVE SPACES TO ACCRUE-REC.
           WRITE ACCRUE-REC.
           WRITE ACCRUE-REC FROM CONTROL-HEADER-1.
           WRITE ACCRUE-REC FROM CONTROL-TOTAL-LINE-1.
           WRITE ACCRUE-REC FROM CONTROL-TOTAL-LINE-2.
           WRITE ACCRUE-REC FROM CONTROL-TOTAL-LINE-3.
           WRITE ACCRUE-REC FROM CONTROL-TOTAL-LINE-4.
           WRITE ACCRUE-REC FROM CONTROL-TOTAL-LINE-5.
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
