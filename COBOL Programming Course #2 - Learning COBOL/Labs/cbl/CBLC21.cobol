      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0026.
       AUTHOR.        Otto B. Boolean.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT HIST-FILE   ASSIGN TO HISTFILE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT KHIST-FILE  ASSIGN TO KHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KHS-HIST-KEY
               FILE STATUS IS WS-KHIST-STATUS.
           SELECT SYSIN-CARD  ASSIGN TO SYSIN.
           SELECT ACH-FILE    ASSIGN TO ACHOUT.
           SELECT POST-FILE   ASSIGN TO APAYPOST.
           SELECT APAY-LINE   ASSIGN TO APAYREG.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE.
           SELECT CAL-FILE    ASSIGN TO BUSCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      * Daily autopay run: walks CBL0025's enrollment file and, for
      * each active enrollment whose account falls due today, builds
      * one ACH debit against the customer's bank account. The
      * debits go to the bank as a NACHA file (ACHOUT) and, the same
      * night, to CBL0008 as a posting feed (APAYPOST) with its own
      * header and trailer, so the payment posts to ACCT-BALANCE
      * without anyone keying it.
       FD  APAY-FILE RECORDING MODE F.
       01  APAY-REC.
           05  APY-ACCT-NO        PIC X(8).
           05  APY-ROUTING-NO     PIC 9(9).
           05  APY-ROUTING-PARTS REDEFINES APY-ROUTING-NO.
               10  APY-RDFI-ID        PIC 9(8).
               10  APY-CHECK-DIGIT    PIC 9(1).
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
           05  ACCT-CYCLE-DAY REDEFINES ACCT-CYCLE
                                  PIC 9(2).
           05  ACCT-STATUS-CODE   PIC X(1).
               88  ACCT-STAT-ACTIVE    VALUE 'A' ' '.
               88  ACCT-STAT-BLOCKED   VALUE 'B'.
               88  ACCT-STAT-PAYOFF    VALUE 'P'.
               88  ACCT-STAT-CLOSED    VALUE 'X'.
               88  ACCT-STAT-DECEASED  VALUE 'D'.
               88  ACCT-STAT-CHARGED-OFF VALUE 'C'.
      *
      * The month's flat history and the keyed history of closed
      * months, read for what has posted to a statement-balance
      * account since its cycle closed, the way CBL0008 reads both
      * for its look-back window.
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-REC.
           05  HST-ACCT-NO        PIC X(8).
           05  HST-TRANS-DATE     PIC 9(8) COMP-3.
           05  HST-TRANS-SEQ      PIC 9(5) COMP-3.
           05  HST-TRANS-TYPE     PIC X(1).
           05  HST-AMOUNT         PIC S9(7)V99 COMP-3.
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
      * Autopay parameter card: grace days from cycle close to the
      * payment due date in columns 1-2, then the minimum-payment
      * percent (99V99) in columns 3-6 and floor in whole dollars in
      * columns 7-11. The minimum fields must carry the same values
      * as CBL0016's card, or autopay will pull a different minimum
      * from the one the statement showed. Zero or blank fields keep
      * the defaults.
       FD  SYSIN-CARD RECORDING MODE F.
       01  PARM-CARD.
           05  PARM-GRACE-DAYS    PIC 9(2).
           05  PARM-MINPAY-PCT    PIC 9(2)V99.
           05  PARM-MINPAY-FLOOR  PIC 9(5).
           05  FILLER             PIC X(69).
      *
      * NACHA-format outbound file, 94-byte records blocked ten. All
      * five record types are built in WORKING-STORAGE and written
      * FROM there.
       FD  ACH-FILE RECORDING MODE F.
       01  ACH-REC                PIC X(94).
      *
      * CBL0008's posting feed layout, header and trailer included.
       FD  POST-FILE RECORDING MODE F.
       01  POST-REC.
           05  PST-ACCT-NO        PIC X(8).
           05  PST-TRANS-TYPE     PIC X(1).
           05  PST-AMOUNT         PIC S9(7)V99 COMP-3.
           05  PST-TRANS-DATE     PIC 9(8) COMP-3.
      *
       01  POST-HDR-REC.
           05  PHR-REC-TAG        PIC X(3).
           05  PHR-BUSINESS-DATE  PIC 9(8).
           05  FILLER             PIC X(8).
      *
       01  POST-TRL-REC.
           05  PTR-REC-TAG        PIC X(3).
           05  PTR-RECORD-COUNT   PIC 9(7).
           05  PTR-HASH-AMOUNT    PIC S9(11)V99 COMP-3.
           05  FILLER             PIC X(2).
      *
      * Autopay register: one line for every enrollment due today,
      * debited or not, with the reason when it was not.
       FD  APAY-LINE RECORDING MODE F.
       01  APAY-LINE-REC.
           05  APL-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  APL-CYCLE-O        PIC X(2).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  APL-OPTION-O       PIC X(9).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  APL-AMOUNT-O       PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  APL-TRACE-O        PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  APL-RESULT-O       PIC X(20).
           05  FILLER             PIC X(03) VALUE SPACES.
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
      * Added for the business-day calendar: CBL0031's bank holiday
      * calendar, one record for each weekday the bank is closed.
       FD  CAL-FILE RECORDING MODE F.
       01  CAL-REC.
           05  CAL-DATE           PIC 9(8).
           05  CAL-DESCRIPTION    PIC X(30).
           05  CAL-ADDED-DATE     PIC 9(8).
           05  FILLER             PIC X(34).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 LASTREC          PIC X VALUE SPACE.
      *
       01  WS-ACCT-STATUS       PIC X(2) VALUE '00'.
       01  WS-APAY-STATUS       PIC X(2) VALUE '00'.
       01  WS-HIST-STATUS       PIC X(2) VALUE '00'.
       01  WS-KHIST-STATUS      PIC X(2) VALUE '00'.
       01  WS-HIST-EOF          PIC X VALUE 'N'.
       01  WS-KHIST-LASTREC     PIC X VALUE 'N'.
       01  WS-DUE-TODAY         PIC X VALUE 'N'.
       01  WS-BATCH-OPEN        PIC X VALUE 'N'.
      *
      * Added for the business-day calendar. Day 1 of the integer
      * calendar was a Monday, so the remainder of an integer date
      * divided by seven, plus one, numbers the week from Sunday.
       01  WS-CAL-STATUS        PIC X(2) VALUE '00'.
       01  WS-CAL-OPEN          PIC X VALUE 'N'.
       01  WS-DUE-BUSINESS      PIC X VALUE 'Y'.
       01  WS-DUE-DAY-OF-WEEK   PIC 9(1) VALUE ZERO.
       01  WS-DUE-DAYS-ROLLED   PIC 9(3) VALUE ZERO.
      *
      * Built-in defaults, overridden by the parameter card: payment
      * is due 25 days after the cycle closes, and the minimum is
      * 2.50 percent of the balance with a 10-dollar floor.
       01  WS-AUTOPAY-PARMS.
           05 WS-GRACE-DAYS      PIC S9(3)    COMP-3 VALUE 25.
           05 WS-MINPAY-PCT      PIC S9(2)V99 COMP-3 VALUE 2.50.
           05 WS-MINPAY-FLOOR    PIC S9(5)    COMP-3 VALUE 10.
      *
      * Who the debits come from. The company identification and
      * the originating bank's routing number are the ones the bank
      * assigned when the ACH origination agreement was signed.
       01  WS-ORIGINATOR.
           05 WS-ODFI-ROUTING    PIC X(9)  VALUE '123456780'.
           05 WS-ODFI-PARTS REDEFINES WS-ODFI-ROUTING.
               10  WS-ODFI-ID         PIC X(8).
               10  FILLER             PIC X(1).
           05 WS-COMPANY-ID      PIC X(10) VALUE '1123456789'.
           05 WS-COMPANY-NAME    PIC X(16) VALUE 'CARD SERVICES'.
           05 WS-DEST-NAME       PIC X(23) VALUE
               'FEDERAL RESERVE BANK'.
           05 WS-ORIGIN-NAME     PIC X(23) VALUE
               'CARD SERVICES'.
      *
       01  WS-DUE-FIELDS.
           05 WS-RUN-INTEGER     PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-CLOSE-DATE      PIC 9(8) VALUE ZERO.
           05 WS-CLOSE-PARTS REDEFINES WS-CLOSE-DATE.
               10  WS-CLOSE-YEAR      PIC 9(4).
               10  WS-CLOSE-MONTH     PIC 9(2).
               10  WS-CLOSE-DAY       PIC 9(2).
           05 WS-NEXT-FIRST      PIC 9(8) VALUE ZERO.
           05 WS-DUE-INTEGER     PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-DUE-CLOSE-DATE  PIC 9(8) VALUE ZERO.
           05 WS-RUN-MONTH       PIC 9(6) VALUE ZERO.
      *
       01  WS-DEBIT-FIELDS.
           05 WS-PAY-BASE        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-DEBIT-AMOUNT    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-STMT-FOUND      PIC X VALUE 'Y'.
      *
      * Statement-balance enrollments due tonight, one entry per
      * account in key order, with the net of everything posted
      * since the cycle closed and the payments among it. A due
      * account past the end of the table is not debited.
       01  WS-STMT-CONTROLS.
           05 WS-STMT-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-STMT-MAX        PIC 9(5) VALUE 20000.
           05 WS-SINCE-TYPE      PIC X(1) VALUE SPACE.
           05 WS-SINCE-DATE      PIC 9(8) VALUE ZERO.
           05 WS-SINCE-AMOUNT    PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-STMT-TABLE.
           05 WS-STMT-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-STMT-COUNT
                   ASCENDING KEY IS WS-STM-ACCT-NO
                   INDEXED BY STMT-IDX.
               10  WS-STM-ACCT-NO     PIC X(8).
               10  WS-STM-CLOSE-DATE  PIC 9(8).
               10  WS-STM-NET-SINCE   PIC S9(9)V99 COMP-3.
               10  WS-STM-PAID-SINCE  PIC S9(9)V99 COMP-3.
      *
      * ACH file controls. The entry hash is the sum of the eight-
      * digit receiving bank IDs, of which NACHA keeps the rightmost
      * ten digits; the wider accumulator is cut down by the MOVE.
       01  WS-ACH-CONTROLS.
           05 WS-ACH-RECORDS     PIC 9(7) VALUE ZERO.
           05 WS-ENTRY-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-ENTRY-HASH      PIC 9(12) VALUE ZERO.
           05 WS-ACH-TOTAL       PIC 9(10)V99 VALUE ZERO.
           05 WS-BATCH-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-BLOCK-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-PAD-COUNT       PIC 9(2) VALUE ZERO.
      *
       01  WS-CONTROL-TOTALS.
           05 WS-RECORD-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-INACTIVE-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-DUE-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-DEBIT-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-SKIP-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-DEBITED   PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
       01  ACH-FILE-HEADER.
           05  AFH-RECORD-TYPE    PIC X(1)  VALUE '1'.
           05  AFH-PRIORITY       PIC X(2)  VALUE '01'.
           05  AFH-IMMED-DEST     PIC X(10) VALUE SPACES.
           05  AFH-IMMED-ORIGIN   PIC X(10) VALUE SPACES.
           05  AFH-CREATE-DATE    PIC 9(6)  VALUE ZERO.
           05  AFH-CREATE-TIME    PIC 9(4)  VALUE ZERO.
           05  AFH-FILE-ID-MOD    PIC X(1)  VALUE 'A'.
           05  AFH-RECORD-SIZE    PIC X(3)  VALUE '094'.
           05  AFH-BLOCKING       PIC X(2)  VALUE '10'.
           05  AFH-FORMAT-CODE    PIC X(1)  VALUE '1'.
           05  AFH-DEST-NAME      PIC X(23) VALUE SPACES.
           05  AFH-ORIGIN-NAME    PIC X(23) VALUE SPACES.
           05  AFH-REFERENCE      PIC X(8)  VALUE SPACES.
      *
       01  ACH-BATCH-HEADER.
           05  ABH-RECORD-TYPE    PIC X(1)  VALUE '5'.
           05  ABH-SERVICE-CLASS  PIC X(3)  VALUE '225'.
           05  ABH-COMPANY-NAME   PIC X(16) VALUE SPACES.
           05  ABH-DISCRETIONARY  PIC X(20) VALUE SPACES.
           05  ABH-COMPANY-ID     PIC X(10) VALUE SPACES.
           05  ABH-SEC-CODE       PIC X(3)  VALUE 'PPD'.
           05  ABH-ENTRY-DESC     PIC X(10) VALUE 'AUTOPAY'.
           05  ABH-DESC-DATE      PIC X(6)  VALUE SPACES.
           05  ABH-EFFECTIVE-DATE PIC 9(6)  VALUE ZERO.
           05  ABH-SETTLE-DATE    PIC X(3)  VALUE SPACES.
           05  ABH-ORIG-STATUS    PIC X(1)  VALUE '1'.
           05  ABH-ODFI-ID        PIC X(8)  VALUE SPACES.
           05  ABH-BATCH-NO       PIC 9(7)  VALUE 1.
      *
      * Transaction code 27 debits a checking account, 37 savings.
       01  ACH-ENTRY-DETAIL.
           05  AED-RECORD-TYPE    PIC X(1)  VALUE '6'.
           05  AED-TRANS-CODE     PIC X(2)  VALUE SPACES.
           05  AED-RDFI-ID        PIC X(8)  VALUE SPACES.
           05  AED-CHECK-DIGIT    PIC X(1)  VALUE SPACES.
           05  AED-DFI-ACCT-NO    PIC X(17) VALUE SPACES.
           05  AED-AMOUNT         PIC 9(8)V99 VALUE ZERO.
           05  AED-INDIV-ID       PIC X(15) VALUE SPACES.
           05  AED-INDIV-NAME     PIC X(22) VALUE SPACES.
           05  AED-DISCRETIONARY  PIC X(2)  VALUE SPACES.
           05  AED-ADDENDA-IND    PIC X(1)  VALUE '0'.
           05  AED-TRACE-NO.
               10  AED-TRACE-ODFI     PIC X(8)  VALUE SPACES.
               10  AED-TRACE-SEQ      PIC 9(7)  VALUE ZERO.
      *
       01  ACH-BATCH-CONTROL.
           05  ABC-RECORD-TYPE    PIC X(1)  VALUE '8'.
           05  ABC-SERVICE-CLASS  PIC X(3)  VALUE '225'.
           05  ABC-ENTRY-COUNT    PIC 9(6)  VALUE ZERO.
           05  ABC-ENTRY-HASH     PIC 9(10) VALUE ZERO.
           05  ABC-TOTAL-DEBIT    PIC 9(10)V99 VALUE ZERO.
           05  ABC-TOTAL-CREDIT   PIC 9(10)V99 VALUE ZERO.
           05  ABC-COMPANY-ID     PIC X(10) VALUE SPACES.
           05  ABC-MAC            PIC X(19) VALUE SPACES.
           05  ABC-RESERVED       PIC X(6)  VALUE SPACES.
           05  ABC-ODFI-ID        PIC X(8)  VALUE SPACES.
           05  ABC-BATCH-NO       PIC 9(7)  VALUE 1.
      *
       01  ACH-FILE-CONTROL.
           05  AFC-RECORD-TYPE    PIC X(1)  VALUE '9'.
           05  AFC-BATCH-COUNT    PIC 9(6)  VALUE ZERO.
           05  AFC-BLOCK-COUNT    PIC 9(6)  VALUE ZERO.
           05  AFC-ENTRY-COUNT    PIC 9(8)  VALUE ZERO.
           05  AFC-ENTRY-HASH     PIC 9(10) VALUE ZERO.
           05  AFC-TOTAL-DEBIT    PIC 9(10)V99 VALUE ZERO.
           05  AFC-TOTAL-CREDIT   PIC 9(10)V99 VALUE ZERO.
           05  AFC-RESERVED       PIC X(39) VALUE SPACES.
      *
      * The last block is filled out with all-nines records.
       01  ACH-BLOCK-FILLER       PIC X(94) VALUE ALL '9'.
      *
       01  APAY-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Autopay Debit Register'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  APAY-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(02) VALUE 'Cy'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE 'Option   '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE '       Amount'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE 'Trace Number   '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'Result              '.
           05  FILLER         PIC X(03) VALUE SPACES.
      *
       01  APAY-HEADER-3.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(02) VALUE '--'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE '---------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE '-------------'.
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
               'Enrollments Read = '.
           05  CTL-RECORD-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-2.
           05  FILLER         PIC X(19) VALUE
               'Not Active       = '.
           05  CTL-INACTIVE-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-3.
           05  FILLER         PIC X(19) VALUE
               'Due Today        = '.
           05  CTL-DUE-O      PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-4.
           05  FILLER         PIC X(19) VALUE
               'Debits Created   = '.
           05  CTL-DEBIT-O    PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-5.
           05  FILLER         PIC X(19) VALUE
               'Due Not Debited  = '.
           05  CTL-SKIP-O     PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-6.
           05  FILLER         PIC X(20) VALUE
               'Total Debited     = '.
           05  CTL-TOTAL-DEBITED-O PIC $$$,$$$,$$$,$$9.99.
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
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100.
           OPEN I-O   APAY-FILE.
           OPEN INPUT ACCT-REC.
           OPEN INPUT KHIST-FILE.
           OPEN OUTPUT ACH-FILE.
           OPEN OUTPUT POST-FILE.
           OPEN OUTPUT APAY-LINE.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-STATUS = '00'
               MOVE 'Y' TO WS-CAL-OPEN
           END-IF.
      *
      * Falls through from OPEN-FILES the way READ-CYCLE-PARM does
      * in CBL0016: any positive card field overrides its default.
       READ-AUTOPAY-PARM.
           MOVE SPACES TO PARM-CARD.
           OPEN INPUT SYSIN-CARD.
           READ SYSIN-CARD
               AT END CONTINUE
           END-READ.
           CLOSE SYSIN-CARD.
           IF PARM-GRACE-DAYS IS NUMERIC
               AND PARM-GRACE-DAYS > ZERO
               MOVE PARM-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF.
           IF PARM-MINPAY-PCT IS NUMERIC
               AND PARM-MINPAY-PCT > ZERO
               MOVE PARM-MINPAY-PCT TO WS-MINPAY-PCT
           END-IF.
           IF PARM-MINPAY-FLOOR IS NUMERIC
               AND PARM-MINPAY-FLOOR > ZERO
               MOVE PARM-MINPAY-FLOOR TO WS-MINPAY-FLOOR
           END-IF.
      *
      * The ACH file header and the posting feed header go out
      * before any debit; CBL0008 checks the feed's business date
      * against its own run date, so the feed posts the same night.
       WRITE-HEADERS.
           WRITE APAY-LINE-REC FROM APAY-HEADER-1.
           WRITE APAY-LINE-REC FROM APAY-HEADER-2.
           WRITE APAY-LINE-REC FROM APAY-HEADER-3.
           MOVE SPACES TO APAY-LINE-REC.
           MOVE SPACE           TO AFH-IMMED-DEST (1:1).
           MOVE WS-ODFI-ROUTING TO AFH-IMMED-DEST (2:9).
           MOVE WS-COMPANY-ID   TO AFH-IMMED-ORIGIN.
           MOVE WS-RUN-DATE     TO AFH-CREATE-DATE.
           COMPUTE AFH-CREATE-TIME =
               WS-CURRENT-HOUR * 100 + WS-CURRENT-MINUTE.
           MOVE WS-DEST-NAME    TO AFH-DEST-NAME.
           MOVE WS-ORIGIN-NAME  TO AFH-ORIGIN-NAME.
           WRITE ACH-REC FROM ACH-FILE-HEADER.
           ADD 1 TO WS-ACH-RECORDS.
           MOVE SPACES          TO POST-HDR-REC.
           MOVE 'HDR'           TO PHR-REC-TAG.
           MOVE WS-RUN-DATE     TO PHR-BUSINESS-DATE.
           WRITE POST-HDR-REC.
      *
      * A first pass picks out the statement-balance enrollments due
      * tonight, so the history need be read only once for all of
      * them before any debit is figured.
       LOAD-STATEMENT-TABLE.
           MOVE LOW-VALUES TO APY-ACCT-NO.
           START APAY-FILE KEY IS >= APY-ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO LASTREC
               NOT INVALID KEY
                   MOVE 'N' TO LASTREC
           END-START.
           PERFORM READ-APAY
           PERFORM UNTIL LASTREC = 'Y'
               IF APY-STAT-ACTIVE AND APY-PAY-STATEMENT
                   PERFORM ADD-STATEMENT-ENTRY
               END-IF
               PERFORM READ-APAY
           END-PERFORM.
           IF WS-STMT-COUNT > ZERO
               PERFORM SUM-FLAT-HISTORY
               IF WS-KHIST-STATUS = '00'
                   PERFORM SUM-KEYED-HISTORY
                       VARYING STMT-IDX FROM 1 BY 1
                       UNTIL STMT-IDX > WS-STMT-COUNT
               END-IF
           END-IF.
      *
       READ-NEXT-ENROLLMENT.
           MOVE LOW-VALUES TO APY-ACCT-NO.
           START APAY-FILE KEY IS >= APY-ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO LASTREC
               NOT INVALID KEY
                   MOVE 'N' TO LASTREC
           END-START.
           PERFORM READ-APAY
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO WS-RECORD-COUNT
               PERFORM CHECK-ENROLLMENT
               PERFORM READ-APAY
           END-PERFORM
           .
      *
       CLOSE-STOP.
           PERFORM WRITE-ACH-CONTROLS.
           PERFORM WRITE-POST-TRAILER.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE APAY-FILE.
           CLOSE ACCT-REC.
           CLOSE KHIST-FILE.
           CLOSE ACH-FILE.
           CLOSE POST-FILE.
           CLOSE APAY-LINE.
           CLOSE CAL-FILE.
           GOBACK.
      *
       READ-APAY.
           IF LASTREC NOT = 'Y'
               READ APAY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LASTREC
               END-READ
           END-IF.
      *
      * Suspended and cancelled enrollments are passed over without
      * a line. An active one prints only when its account is due
      * today, and is then either debited or shown with the reason
      * it was not.
       CHECK-ENROLLMENT.
           IF NOT APY-STAT-ACTIVE
               ADD 1 TO WS-INACTIVE-COUNT
           ELSE
               MOVE APY-ACCT-NO TO ACCT-NO
               READ ACCT-REC
                   INVALID KEY
                       MOVE SPACES TO APAY-LINE-REC
                       MOVE APY-ACCT-NO TO APL-ACCT-NO-O
                       MOVE 'ACCOUNT NOT FOUND' TO APL-RESULT-O
                       PERFORM WRITE-SKIP-LINE
                   NOT INVALID KEY
                       PERFORM CHECK-DUE-DATE
                       IF WS-DUE-TODAY = 'Y'
                           ADD 1 TO WS-DUE-COUNT
                           PERFORM DEBIT-DUE-ACCOUNT
                       END-IF
               END-READ
           END-IF.
      *
      * Cycle nn closes on day nn of the month and falls due the
      * grace days after. A grace period of any length can carry
      * the due date into the next month, so this month's close and
      * last month's close are both tried against today.
       CHECK-DUE-DATE.
           MOVE 'N' TO WS-DUE-TODAY.
           IF ACCT-CYCLE IS NUMERIC AND ACCT-CYCLE-DAY > ZERO
               AND ACCT-CYCLE-DAY NOT > 31
               MOVE WS-CURRENT-YEAR  TO WS-CLOSE-YEAR
               MOVE WS-CURRENT-MONTH TO WS-CLOSE-MONTH
               PERFORM SET-CLOSE-DATE
               PERFORM TEST-DUE-DATE
               IF WS-CURRENT-MONTH = 1
                   COMPUTE WS-CLOSE-YEAR = WS-CURRENT-YEAR - 1
                   MOVE 12 TO WS-CLOSE-MONTH
               ELSE
                   MOVE WS-CURRENT-YEAR TO WS-CLOSE-YEAR
                   COMPUTE WS-CLOSE-MONTH = WS-CURRENT-MONTH - 1
               END-IF
               PERFORM SET-CLOSE-DATE
               PERFORM TEST-DUE-DATE
           END-IF.
      *
      * A cycle day past the end of a short month closes on that
      * month's last day, the day before the first of the next.
       SET-CLOSE-DATE.
           IF WS-CLOSE-MONTH = 12
               COMPUTE WS-NEXT-FIRST =
                   (WS-CLOSE-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-FIRST =
                   WS-CLOSE-YEAR * 10000
                   + (WS-CLOSE-MONTH + 1) * 100 + 1
           END-IF.
           COMPUTE WS-CLOSE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-FIRST) - 1).
           IF ACCT-CYCLE-DAY < WS-CLOSE-DAY
               MOVE ACCT-CYCLE-DAY TO WS-CLOSE-DAY
           END-IF.
      *
      * Added for the business-day calendar: a due date on a weekend
      * or bank holiday moves to the next business day, and the
      * account is debited that day instead.
       TEST-DUE-DATE.
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CLOSE-DATE)
               + WS-GRACE-DAYS.
           PERFORM ROLL-DUE-DATE.
           IF WS-DUE-INTEGER = WS-RUN-INTEGER
               MOVE 'Y' TO WS-DUE-TODAY
               MOVE WS-CLOSE-DATE TO WS-DUE-CLOSE-DATE
           END-IF.
      *
      * A rerun the same day must not pull the money twice, and an
      * account that has died or been charged off is no longer
      * debited on the old authorization.
       DEBIT-DUE-ACCOUNT.
           MOVE SPACES       TO APAY-LINE-REC.
           MOVE APY-ACCT-NO  TO APL-ACCT-NO-O.
           MOVE ACCT-CYCLE   TO APL-CYCLE-O.
           EVALUATE TRUE
               WHEN APY-PAY-MINIMUM
                   MOVE 'MINIMUM'   TO APL-OPTION-O
               WHEN APY-PAY-STATEMENT
                   MOVE 'STATEMENT' TO APL-OPTION-O
               WHEN APY-PAY-FIXED
                   MOVE 'FIXED'     TO APL-OPTION-O
           END-EVALUATE.
           EVALUATE TRUE
               WHEN APY-LAST-DEBIT-DATE = WS-RUN-DATE
                   MOVE 'ALREADY DEBITED' TO APL-RESULT-O
                   PERFORM WRITE-SKIP-LINE
               WHEN ACCT-STAT-DECEASED
                   MOVE 'ACCOUNT DECEASED' TO APL-RESULT-O
                   PERFORM WRITE-SKIP-LINE
               WHEN ACCT-STAT-CHARGED-OFF
                   MOVE 'ACCOUNT CHARGED OFF' TO APL-RESULT-O
                   PERFORM WRITE-SKIP-LINE
               WHEN OTHER
                   PERFORM FIGURE-DEBIT-AMOUNT
                   EVALUATE TRUE
                       WHEN WS-DEBIT-AMOUNT > ZERO
                           PERFORM WRITE-ACH-ENTRY
                       WHEN WS-STMT-FOUND = 'N'
                           MOVE 'STATEMENT NOT FOUND' TO APL-RESULT-O
                           PERFORM WRITE-SKIP-LINE
                       WHEN OTHER
                           MOVE 'NOTHING DUE' TO APL-RESULT-O
                           PERFORM WRITE-SKIP-LINE
                   END-EVALUATE
           END-EVALUATE.
      *
      * Every option works from the balance as it stands; an open
      * dispute's provisional credit is already off it. The minimum
      * is CBL0016's formula. The statement option pays the balance
      * the cycle closed on less whatever has been paid since, so a
      * purchase made after the close waits for the next statement.
      * No option ever takes more than the customer owes today.
       FIGURE-DEBIT-AMOUNT.
           MOVE ACCT-BALANCE TO WS-PAY-BASE.
           MOVE ZERO TO WS-DEBIT-AMOUNT.
           MOVE 'Y'  TO WS-STMT-FOUND.
           IF WS-PAY-BASE > ZERO
               EVALUATE TRUE
                   WHEN APY-PAY-MINIMUM
                       COMPUTE WS-DEBIT-AMOUNT ROUNDED =
                           WS-PAY-BASE * WS-MINPAY-PCT / 100
                       IF WS-DEBIT-AMOUNT < WS-MINPAY-FLOOR
                           MOVE WS-MINPAY-FLOOR TO WS-DEBIT-AMOUNT
                       END-IF
                   WHEN APY-PAY-STATEMENT
                       PERFORM FIGURE-STATEMENT-AMOUNT
                   WHEN APY-PAY-FIXED
                       MOVE APY-FIXED-AMOUNT TO WS-DEBIT-AMOUNT
               END-EVALUATE
               IF WS-DEBIT-AMOUNT > WS-PAY-BASE
                   MOVE WS-PAY-BASE TO WS-DEBIT-AMOUNT
               END-IF
               IF WS-DEBIT-AMOUNT < ZERO
                   MOVE ZERO TO WS-DEBIT-AMOUNT
               END-IF
           END-IF.
      *
      * The cycle-close balance is today's balance less the net of
      * everything posted since; the payments posted since are then
      * taken off it.
       FIGURE-STATEMENT-AMOUNT.
           MOVE 'N' TO WS-STMT-FOUND.
           IF WS-STMT-COUNT > ZERO
               SEARCH ALL WS-STMT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-STM-ACCT-NO (STMT-IDX) = ACCT-NO
                       MOVE 'Y' TO WS-STMT-FOUND
                       COMPUTE WS-DEBIT-AMOUNT =
                           ACCT-BALANCE
                           - WS-STM-NET-SINCE (STMT-IDX)
                           - WS-STM-PAID-SINCE (STMT-IDX)
               END-SEARCH
           END-IF.
      *
       ADD-STATEMENT-ENTRY.
           MOVE APY-ACCT-NO TO ACCT-NO.
           READ ACCT-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CHECK-DUE-DATE
                   IF WS-DUE-TODAY = 'Y'
                       AND WS-STMT-COUNT < WS-STMT-MAX
                       ADD 1 TO WS-STMT-COUNT
                       SET STMT-IDX TO WS-STMT-COUNT
                       MOVE ACCT-NO TO WS-STM-ACCT-NO (STMT-IDX)
                       MOVE WS-DUE-CLOSE-DATE
                           TO WS-STM-CLOSE-DATE (STMT-IDX)
                       MOVE ZERO TO WS-STM-NET-SINCE (STMT-IDX)
                       MOVE ZERO TO WS-STM-PAID-SINCE (STMT-IDX)
                   END-IF
           END-READ.
      *
      * No flat history yet (the first night after month close) is
      * not an error; nothing has posted this month.
       SUM-FLAT-HISTORY.
           MOVE 'N' TO WS-HIST-EOF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-HIST-EOF
           ELSE
               PERFORM READ-HISTORY
           END-IF.
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               SEARCH ALL WS-STMT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-STM-ACCT-NO (STMT-IDX) = HST-ACCT-NO
                       MOVE HST-TRANS-TYPE TO WS-SINCE-TYPE
                       MOVE HST-TRANS-DATE TO WS-SINCE-DATE
                       MOVE HST-AMOUNT     TO WS-SINCE-AMOUNT
                       PERFORM ADD-SINCE-CLOSE
               END-SEARCH
               PERFORM READ-HISTORY
           END-PERFORM.
           IF WS-HIST-STATUS = '00' OR WS-HIST-STATUS = '10'
               CLOSE HIST-FILE
           END-IF.
      *
       READ-HISTORY.
           READ HIST-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ.
      *
      * A cycle that closed in a month already closed has the rest
      * of that month on the keyed history.
       SUM-KEYED-HISTORY.
           IF WS-STM-CLOSE-DATE (STMT-IDX) / 100 < WS-RUN-MONTH
               MOVE WS-STM-ACCT-NO (STMT-IDX)    TO KHS-ACCT-NO
               MOVE WS-STM-CLOSE-DATE (STMT-IDX) TO KHS-TRANS-DATE
               MOVE 99999                        TO KHS-TRANS-SEQ
               START KHIST-FILE KEY IS > KHS-HIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-KHIST-LASTREC
                   NOT INVALID KEY
                       MOVE 'N' TO WS-KHIST-LASTREC
               END-START
               PERFORM UNTIL WS-KHIST-LASTREC = 'Y'
                   READ KHIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-KHIST-LASTREC
                       NOT AT END
                           IF KHS-ACCT-NO NOT =
                               WS-STM-ACCT-NO (STMT-IDX)
                               MOVE 'Y' TO WS-KHIST-LASTREC
                           ELSE
                               MOVE KHS-TRANS-TYPE TO WS-SINCE-TYPE
                               MOVE KHS-TRANS-DATE TO WS-SINCE-DATE
                               MOVE KHS-AMOUNT     TO WS-SINCE-AMOUNT
                               PERFORM ADD-SINCE-CLOSE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *
      * Posted the day the cycle closed or before, a record is on the
      * statement already. Debits, fees, finance charges, returned
      * payments, refunds and remittances raised the balance since;
      * credits, charge-offs and payments lowered it. A payment the
      * bank sent back is no longer a payment received.
       ADD-SINCE-CLOSE.
           IF WS-SINCE-DATE > WS-STM-CLOSE-DATE (STMT-IDX)
               EVALUATE WS-SINCE-TYPE
                   WHEN 'D'
                   WHEN 'F'
                   WHEN 'I'
                   WHEN 'K'
                   WHEN 'U'
                       ADD WS-SINCE-AMOUNT
                           TO WS-STM-NET-SINCE (STMT-IDX)
                   WHEN 'N'
                       ADD WS-SINCE-AMOUNT
                           TO WS-STM-NET-SINCE (STMT-IDX)
                       SUBTRACT WS-SINCE-AMOUNT
                           FROM WS-STM-PAID-SINCE (STMT-IDX)
                   WHEN 'C'
                   WHEN 'O'
                       SUBTRACT WS-SINCE-AMOUNT
                           FROM WS-STM-NET-SINCE (STMT-IDX)
                   WHEN 'P'
                       SUBTRACT WS-SINCE-AMOUNT
                           FROM WS-STM-NET-SINCE (STMT-IDX)
                       ADD WS-SINCE-AMOUNT
                           TO WS-STM-PAID-SINCE (STMT-IDX)
               END-EVALUATE
           END-IF.
      *
      * The batch header is written ahead of the first entry, so a
      * day with nothing due sends a file with no batch at all. The
      * trace number is the originating bank's ID and the entry's
      * sequence in the file; CBL0027 gets it back on a return.
       WRITE-ACH-ENTRY.
           IF WS-BATCH-OPEN NOT = 'Y'
               PERFORM WRITE-BATCH-HEADER
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT.
           IF APY-SAVINGS
               MOVE '37' TO AED-TRANS-CODE
           ELSE
               MOVE '27' TO AED-TRANS-CODE
           END-IF.
           MOVE APY-RDFI-ID      TO AED-RDFI-ID.
           MOVE APY-CHECK-DIGIT  TO AED-CHECK-DIGIT.
           MOVE APY-BANK-ACCT-NO TO AED-DFI-ACCT-NO.
           MOVE WS-DEBIT-AMOUNT  TO AED-AMOUNT.
           MOVE APY-ACCT-NO      TO AED-INDIV-ID.
           MOVE SPACES           TO AED-INDIV-NAME.
           STRING FIRST-NAME DELIMITED BY SPACE
                  ' '        DELIMITED BY SIZE
                  LAST-NAME  DELIMITED BY SPACE
               INTO AED-INDIV-NAME
           END-STRING.
           MOVE WS-ODFI-ID       TO AED-TRACE-ODFI.
           MOVE WS-ENTRY-COUNT   TO AED-TRACE-SEQ.
           WRITE ACH-REC FROM ACH-ENTRY-DETAIL.
           ADD 1 TO WS-ACH-RECORDS.
           ADD APY-RDFI-ID TO WS-ENTRY-HASH.
           ADD WS-DEBIT-AMOUNT TO WS-ACH-TOTAL.
           MOVE SPACES           TO POST-REC.
           MOVE APY-ACCT-NO      TO PST-ACCT-NO.
           MOVE 'P'              TO PST-TRANS-TYPE.
           MOVE WS-DEBIT-AMOUNT  TO PST-AMOUNT.
           MOVE WS-RUN-DATE      TO PST-TRANS-DATE.
           WRITE POST-REC.
           MOVE WS-RUN-DATE      TO APY-LAST-DEBIT-DATE.
           MOVE WS-DEBIT-AMOUNT  TO APY-LAST-DEBIT-AMT.
           MOVE 'N'              TO APY-LAST-DEBIT-RETURNED.
           REWRITE APAY-REC.
           ADD 1 TO WS-DEBIT-COUNT.
           ADD WS-DEBIT-AMOUNT TO WS-TOTAL-DEBITED.
           MOVE WS-DEBIT-AMOUNT  TO APL-AMOUNT-O.
           MOVE AED-TRACE-NO     TO APL-TRACE-O.
           MOVE 'DEBITED'        TO APL-RESULT-O.
           WRITE APAY-LINE-REC.
      *
      * Effective entry date is the due date itself: the file goes
      * to the bank the night the payment falls due.
       WRITE-BATCH-HEADER.
           MOVE WS-COMPANY-NAME  TO ABH-COMPANY-NAME.
           MOVE WS-COMPANY-ID    TO ABH-COMPANY-ID.
           MOVE WS-RUN-DATE      TO ABH-EFFECTIVE-DATE.
           MOVE WS-ODFI-ID       TO ABH-ODFI-ID.
           WRITE ACH-REC FROM ACH-BATCH-HEADER.
           ADD 1 TO WS-ACH-RECORDS.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE 'Y' TO WS-BATCH-OPEN.
      *
       WRITE-SKIP-LINE.
           ADD 1 TO WS-SKIP-COUNT.
           WRITE APAY-LINE-REC.
      *
      * Batch control (when a batch was opened), file control, then
      * all-nines records out to the end of the last block of ten.
       WRITE-ACH-CONTROLS.
           IF WS-BATCH-OPEN = 'Y'
               MOVE WS-ENTRY-COUNT  TO ABC-ENTRY-COUNT
               MOVE WS-ENTRY-HASH   TO ABC-ENTRY-HASH
               MOVE WS-ACH-TOTAL    TO ABC-TOTAL-DEBIT
               MOVE WS-COMPANY-ID   TO ABC-COMPANY-ID
               MOVE WS-ODFI-ID      TO ABC-ODFI-ID
               WRITE ACH-REC FROM ACH-BATCH-CONTROL
               ADD 1 TO WS-ACH-RECORDS
           END-IF.
           ADD 1 TO WS-ACH-RECORDS.
           COMPUTE WS-BLOCK-COUNT = (WS-ACH-RECORDS + 9) / 10.
           COMPUTE WS-PAD-COUNT =
               WS-BLOCK-COUNT * 10 - WS-ACH-RECORDS.
           MOVE WS-BATCH-COUNT  TO AFC-BATCH-COUNT.
           MOVE WS-BLOCK-COUNT  TO AFC-BLOCK-COUNT.
           MOVE WS-ENTRY-COUNT  TO AFC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH   TO AFC-ENTRY-HASH.
           MOVE WS-ACH-TOTAL    TO AFC-TOTAL-DEBIT.
           WRITE ACH-REC FROM ACH-FILE-CONTROL.
           PERFORM WS-PAD-COUNT TIMES
               WRITE ACH-REC FROM ACH-BLOCK-FILLER
           END-PERFORM.
      *
       WRITE-POST-TRAILER.
           MOVE SPACES           TO POST-TRL-REC.
           MOVE 'TRL'            TO PTR-REC-TAG.
           MOVE WS-DEBIT-COUNT   TO PTR-RECORD-COUNT.
           MOVE WS-TOTAL-DEBITED TO PTR-HASH-AMOUNT.
           WRITE POST-TRL-REC.
      *
       WRITE-CONTROL-TOTALS.
           MOVE WS-RECORD-COUNT  TO CTL-RECORD-COUNT-O.
           MOVE WS-INACTIVE-COUNT TO CTL-INACTIVE-O.
           MOVE WS-DUE-COUNT     TO CTL-DUE-O.
           MOVE WS-DEBIT-COUNT   TO CTL-DEBIT-O.
           MOVE WS-SKIP-COUNT    TO CTL-SKIP-O.
           MOVE WS-TOTAL-DEBITED TO CTL-TOTAL-DEBITED-O.
           MOVE SPACES TO APAY-LINE-REC.
           WRITE APAY-LINE-REC.
           WRITE APAY-LINE-REC FROM CONTROL-HEADER-1.
           WRITE APAY-LINE-REC FROM CONTROL-TOTAL-LINE-1.
           WRITE APAY-LINE-REC FROM CONTROL-TOTAL-LINE-2.
           WRITE APAY-LINE-REC FROM CONTROL-TOTAL-LINE-3.
           WRITE APAY-LINE-REC FROM CONTROL-TOTAL-LINE-4.
           WRITE APAY-LINE-REC FROM CONTROL-TOTAL-LINE-5.
           WRITE APAY-LINE-REC FROM CONTROL-TOTAL-LINE-6.
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
      *
      * Added for the business-day calendar: steps WS-DUE-INTEGER
      * forward a day at a time until it lands on a business day. A
      * calendar with a month of closed days on end is wrong; the
      * roll stops there rather than loop.
       ROLL-DUE-DATE.
           MOVE ZERO TO WS-DUE-DAYS-ROLLED.
           PERFORM TEST-DUE-BUSINESS-DAY.
           PERFORM UNTIL WS-DUE-BUSINESS = 'Y'
               OR WS-DUE-DAYS-ROLLED > 31
               ADD 1 TO WS-DUE-INTEGER
               ADD 1 TO WS-DUE-DAYS-ROLLED
               PERFORM TEST-DUE-BUSINESS-DAY
           END-PERFORM.
      *
      * Weekends first, then the calendar. With no calendar to read,
      * every weekday counts as a business day.
       TEST-DUE-BUSINESS-DAY.
           COMPUTE WS-DUE-DAY-OF-WEEK =
               FUNCTION MOD (WS-DUE-INTEGER, 7) + 1.
           MOVE 'Y' TO WS-DUE-BUSINESS.
           IF WS-DUE-DAY-OF-WEEK = 1 OR WS-DUE-DAY-OF-WEEK = 7
               MOVE 'N' TO WS-DUE-BUSINESS
           ELSE
               IF WS-CAL-OPEN = 'Y'
                   COMPUTE CAL-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER)
                   READ CAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-DUE-BUSINESS
                   END-READ
               END-IF
           END-IF.
