      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0032.
       AUTHOR.        Otto B. Boolean.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMM-FILE   ASSIGN TO SUMMYEAR.
           SELECT ARCH-FILE   ASSIGN TO ACCTARCH.
           SELECT ACCT-REC    ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE.
           SELECT SYSIN-CARD  ASSIGN TO SYSIN.
           SELECT ANNUAL-FILE ASSIGN TO ANNFILE.
           SELECT STMT-LINE   ASSIGN TO ANNSTMT.
           SELECT ANNUAL-LINE ASSIGN TO ANNLINE.
           SELECT YEAR-SORT   ASSIGN TO SORTWK.
           SELECT PRINT-SORT  ASSIGN TO SORTWK.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      * Year-end annual summary: the twelve monthly summaries
      * CBL0019 wrote for the tax year, concatenated on SUMMYEAR in
      * any order, rolled up to one record per account. Months from
      * any other year on the concatenation are counted past.
       FD  SUMM-FILE RECORDING MODE F.
       01  SUMM-REC.
           05  SUM-ACCT-NO        PIC X(8).
           05  SUM-MONTH          PIC 9(6).
           05  SUM-DEBIT-COUNT    PIC 9(5).
           05  SUM-DEBIT-AMOUNT   PIC S9(9)V99 COMP-3.
           05  SUM-CREDIT-COUNT   PIC 9(5).
           05  SUM-CREDIT-AMOUNT  PIC S9(9)V99 COMP-3.
           05  SUM-PAYMENT-COUNT  PIC 9(5).
           05  SUM-PAYMENT-AMOUNT PIC S9(9)V99 COMP-3.
           05  SUM-FEE-COUNT      PIC 9(5).
           05  SUM-FEE-AMOUNT     PIC S9(9)V99 COMP-3.
           05  SUM-OPEN-BALANCE   PIC S9(9)V99 COMP-3.
           05  SUM-CLOSE-BALANCE  PIC S9(9)V99 COMP-3.
           05  SUM-HIGH-BALANCE   PIC S9(9)V99 COMP-3.
           05  SUM-FINCHG-COUNT   PIC 9(5).
           05  SUM-FINCHG-AMOUNT  PIC S9(9)V99 COMP-3.
      *
      * CBL0012's purge archive for the year: the complete
      * ACCT-FIELDS image of every account purged, read only for the
      * name and mailing address of an account no longer on the
      * master.
       FD  ARCH-FILE RECORDING MODE F.
       01  ARCH-REC.
           05  ARC-ACCT-NO        PIC X(8).
           05  ARC-ACCT-LIMIT     PIC S9(7)V99 COMP-3.
           05  ARC-ACCT-BALANCE   PIC S9(7)V99 COMP-3.
           05  ARC-LAST-NAME      PIC X(20).
           05  ARC-FIRST-NAME     PIC X(15).
           05  ARC-CLIENT-ADDR.
               10  ARC-STREET-ADDR PIC X(25).
               10  ARC-CITY-COUNTY PIC X(20).
               10  ARC-USA-STATE  PIC X(15).
               10  ARC-ZIP-CODE   PIC X(9).
           05  FILLER             PIC X(60).
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
      * The business-date control record CBL0030 sets as the night's
      * first step, taken in place of the system clock's date.
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
      * The tax year as YYYY in columns 1-4. With no card the run
      * summarizes the year before the business date, the January
      * run the customers are waiting on.
       FD  SYSIN-CARD RECORDING MODE F.
       01  PARM-CARD.
           05  PARM-TAX-YEAR      PIC 9(4).
           05  FILLER             PIC X(76).
      *
      * Companion annual file for the tax and compliance group: a
      * header with the tax year and run date, one detail record per
      * account summarized, and a trailer with the record count and
      * the year's payment, finance charge, and fee totals for their
      * load job to check. The address source tells them whether
      * the name and address came from the master ('M'), from the
      * purge archive ('A'), or could not be found at all ('N').
       FD  ANNUAL-FILE RECORDING MODE F.
       01  ANN-REC.
           05  ANN-REC-TAG        PIC X(3).
           05  ANN-TAX-YEAR       PIC 9(4).
           05  ANN-ACCT-NO        PIC X(8).
           05  ANN-LAST-NAME      PIC X(20).
           05  ANN-FIRST-NAME     PIC X(15).
           05  ANN-CLIENT-ADDR.
               10  ANN-STREET-ADDR PIC X(25).
               10  ANN-CITY-COUNTY PIC X(20).
               10  ANN-USA-STATE  PIC X(15).
               10  ANN-ZIP-CODE   PIC X(9).
           05  ANN-ADDR-SOURCE    PIC X(1).
               88  ANN-FROM-MASTER    VALUE 'M'.
               88  ANN-FROM-ARCHIVE   VALUE 'A'.
               88  ANN-NO-ADDRESS     VALUE 'N'.
           05  ANN-MONTHS-ACTIVE  PIC 9(2).
           05  ANN-DEBIT-COUNT    PIC 9(7).
           05  ANN-DEBIT-AMOUNT   PIC S9(11)V99 COMP-3.
           05  ANN-CREDIT-COUNT   PIC 9(7).
           05  ANN-CREDIT-AMOUNT  PIC S9(11)V99 COMP-3.
           05  ANN-PAYMENT-COUNT  PIC 9(7).
           05  ANN-PAYMENT-AMOUNT PIC S9(11)V99 COMP-3.
           05  ANN-FINCHG-COUNT   PIC 9(7).
           05  ANN-FINCHG-AMOUNT  PIC S9(11)V99 COMP-3.
           05  ANN-FEE-COUNT      PIC 9(7).
           05  ANN-FEE-AMOUNT     PIC S9(11)V99 COMP-3.
           05  ANN-OPEN-BALANCE   PIC S9(11)V99 COMP-3.
           05  ANN-CLOSE-BALANCE  PIC S9(11)V99 COMP-3.
           05  ANN-HIGH-BALANCE   PIC S9(11)V99 COMP-3.
           05  FILLER             PIC X(7).
      *
       01  ANN-HDR-REC.
           05  ANH-REC-TAG        PIC X(3).
           05  ANH-TAX-YEAR       PIC 9(4).
           05  ANH-RUN-DATE       PIC 9(8).
           05  FILLER             PIC X(205).
      *
       01  ANN-TRL-REC.
           05  ANT-REC-TAG        PIC X(3).
           05  ANT-RECORD-COUNT   PIC 9(7).
           05  ANT-TOTAL-PAYMENTS PIC S9(13)V99 COMP-3.
           05  ANT-TOTAL-FINCHG   PIC S9(13)V99 COMP-3.
           05  ANT-TOTAL-FEES     PIC S9(13)V99 COMP-3.
           05  FILLER             PIC X(186).
      *
       FD  STMT-LINE RECORDING MODE F.
       01  STMT-REC               PIC X(81).
      *
       FD  ANNUAL-LINE RECORDING MODE F.
       01  ANNUAL-LINE-REC        PIC X(80).
      *
      * The roll-up sort: each account's archive image (kind 'A')
      * ahead of its monthly summaries (kind 'S') in month order, so
      * the purge address is in hand and the year's first month
      * gives the opening balance before anything is accumulated.
       SD  YEAR-SORT.
       01  YEAR-SORT-REC.
           05  YSR-ACCT-NO        PIC X(8).
           05  YSR-KIND           PIC X(1).
               88  YSR-ARCHIVE        VALUE 'A'.
               88  YSR-SUMMARY        VALUE 'S'.
           05  YSR-MONTH          PIC 9(6).
           05  YSR-DEBIT-COUNT    PIC 9(5).
           05  YSR-DEBIT-AMOUNT   PIC S9(9)V99 COMP-3.
           05  YSR-CREDIT-COUNT   PIC 9(5).
           05  YSR-CREDIT-AMOUNT  PIC S9(9)V99 COMP-3.
           05  YSR-PAYMENT-COUNT  PIC 9(5).
           05  YSR-PAYMENT-AMOUNT PIC S9(9)V99 COMP-3.
           05  YSR-FINCHG-COUNT   PIC 9(5).
           05  YSR-FINCHG-AMOUNT  PIC S9(9)V99 COMP-3.
           05  YSR-FEE-COUNT      PIC 9(5).
           05  YSR-FEE-AMOUNT     PIC S9(9)V99 COMP-3.
           05  YSR-OPEN-BALANCE   PIC S9(9)V99 COMP-3.
           05  YSR-CLOSE-BALANCE  PIC S9(9)V99 COMP-3.
           05  YSR-HIGH-BALANCE   PIC S9(9)V99 COMP-3.
           05  FILLER             PIC X(32).
      *
       01  YEAR-ARCH-SORT-REC.
           05  YAR-ACCT-NO        PIC X(8).
           05  YAR-KIND           PIC X(1).
           05  YAR-MONTH          PIC 9(6).
           05  YAR-LAST-NAME      PIC X(20).
           05  YAR-FIRST-NAME     PIC X(15).
           05  YAR-CLIENT-ADDR.
               10  YAR-STREET-ADDR PIC X(25).
               10  YAR-CITY-COUNTY PIC X(20).
               10  YAR-USA-STATE  PIC X(15).
               10  YAR-ZIP-CODE   PIC X(9).
      *
      * The print sort, as CBL0009 presorts its statements: every
      * summary line rides behind the ZIP code, the account, and a
      * line sequence so the mail room trays straight off the
      * printer.
       SD  PRINT-SORT.
       01  PRINT-SORT-REC.
           05  PSR-ZIP-CODE       PIC X(9).
           05  PSR-ACCT-NO        PIC X(8).
           05  PSR-LINE-SEQ       PIC 9(5).
           05  PSR-PRINT-LINE     PIC X(81).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 LASTREC          PIC X VALUE SPACE.
      *
       01  WS-ACCT-STATUS       PIC X(2) VALUE '00'.
       01  WS-ARCH-LASTREC      PIC X VALUE SPACE.
       01  WS-YEAR-EOF          PIC X VALUE 'N'.
       01  WS-ANN-EOF           PIC X VALUE 'N'.
       01  WS-SORT-EOF          PIC X VALUE 'N'.
      *
       01  WS-TAX-YEAR          PIC 9(4) VALUE ZERO.
       01  WS-SUMM-YEAR         PIC 9(4) VALUE ZERO.
      *
      * One account's year, broken on account the way CBL0019
      * breaks its monthly summaries.
       01  WS-ANNUAL-FIELDS.
           05 WS-PRIOR-ACCT-NO   PIC X(8) VALUE LOW-VALUES.
           05 WS-PRIOR-MONTH     PIC 9(6) VALUE ZERO.
           05 WS-MONTHS-ACTIVE   PIC 9(2) VALUE ZERO.
           05 WS-DEBIT-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-DEBIT-AMOUNT    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-CREDIT-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-CREDIT-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-PAYMENT-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-PAYMENT-AMOUNT  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-FINCHG-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-FINCHG-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-FEE-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-FEE-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-OPEN-BALANCE    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-CLOSE-BALANCE   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-HIGH-BALANCE    PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      * The archive's name and address for the account, kept in
      * case the master no longer has it.
       01  WS-ARCHIVE-FIELDS.
           05 WS-ARCH-FOUND      PIC X VALUE 'N'.
           05 WS-ARCH-LAST-NAME  PIC X(20) VALUE SPACES.
           05 WS-ARCH-FIRST-NAME PIC X(15) VALUE SPACES.
           05 WS-ARCH-ADDR       PIC X(69) VALUE SPACES.
      *
       01  WS-SORT-CONTROLS.
           05 WS-CURRENT-ZIP     PIC X(9) VALUE SPACES.
           05 WS-LINE-SEQ        PIC 9(5) VALUE ZERO.
           05 WS-PRINT-ACCT      PIC X(8) VALUE LOW-VALUES.
           05 WS-RELEASE-LINE    PIC X(81) VALUE SPACES.
      *
       01  WS-CONTROL-TOTALS.
           05 WS-SUMM-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-OTHERYEAR-COUNT PIC 9(7) VALUE ZERO.
           05 WS-DUPMONTH-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-ARCH-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-ANNUAL-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-MASTER-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-ARCHADDR-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-NOADDR-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-IDLE-PURGE-COUNT PIC 9(7) VALUE ZERO.
           05 WS-MAILED-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-PAYMENTS  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-FINCHG    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-FEES      PIC S9(13)V99 COMP-3 VALUE ZERO.
      *
       01  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
      *
       01  ANNS-HEADER-1.
           05  FILLER         PIC X(27) VALUE
               'Annual Account Summary For '.
           05  ANS-YEAR-O     PIC 9(4).
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  ANNS-ACCT-LINE.
           05  FILLER         PIC X(09) VALUE 'Account: '.
           05  ANS-ACCT-NO-O  PIC X(8).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  ANS-FIRST-NAME-O PIC X(15).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  ANS-LAST-NAME-O  PIC X(20).
           05  FILLER         PIC X(26) VALUE SPACES.
      *
       01  ANNS-ADDR-LINE-1.
           05  ANS-STREET-O   PIC X(25).
           05  FILLER         PIC X(56) VALUE SPACES.
      *
       01  ANNS-ADDR-LINE-2.
           05  ANS-CITY-O     PIC X(20).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  ANS-STATE-O    PIC X(15).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  ANS-ZIP-O      PIC X(9).
           05  FILLER         PIC X(33) VALUE SPACES.
      *
      * An account purged during the year is mailed at its last
      * address on file, with a line saying why it no longer shows
      * on the customer's statements.
       01  ANNS-PURGED-LINE.
           05  FILLER         PIC X(09) VALUE 'Status:  '.
           05  FILLER         PIC X(40) VALUE
               'ACCOUNT CLOSED DURING THE YEAR'.
           05  FILLER         PIC X(32) VALUE SPACES.
      *
       01  ANNS-OPEN-LINE.
           05  FILLER         PIC X(20) VALUE
               'Opening Balance   = '.
           05  ANS-OPEN-BAL-O PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER         PIC X(42) VALUE SPACES.
      *
       01  ANNS-ACTIVITY-HEADER-1.
           05  FILLER         PIC X(20) VALUE 'Activity For Year'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE '  Count'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(19) VALUE
               '             Amount'.
           05  FILLER         PIC X(31) VALUE SPACES.
      *
       01  ANNS-ACTIVITY-HEADER-2.
           05  FILLER         PIC X(20) VALUE
               '--------------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE '-------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(19) VALUE
               '-------------------'.
           05  FILLER         PIC X(31) VALUE SPACES.
      *
      * Finance charges and fees print on lines of their own, then
      * together, which is the figure the January calls ask for.
       01  ANNS-ACTIVITY-LINE.
           05  ANS-ACT-LABEL-O PIC X(20).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  ANS-ACT-COUNT-O PIC ZZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  ANS-ACT-AMOUNT-O PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER         PIC X(31) VALUE SPACES.
      *
       01  ANNS-CLOSE-LINE.
           05  FILLER         PIC X(20) VALUE
               'Closing Balance   = '.
           05  ANS-CLOSE-BAL-O PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER         PIC X(42) VALUE SPACES.
      *
       01  ANNS-HIGH-LINE.
           05  FILLER         PIC X(20) VALUE
               'Highest Balance   = '.
           05  ANS-HIGH-BAL-O PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER         PIC X(42) VALUE SPACES.
      *
       01  ANNS-NOADDR-LINE.
           05  FILLER         PIC X(09) VALUE 'Account: '.
           05  ANS-NA-ACCT-NO-O PIC X(8).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(37) VALUE
               '** NO ADDRESS ON FILE - NOT MAILED **'.
           05  FILLER         PIC X(25) VALUE SPACES.
      *
       01  REGISTER-HEADER-1.
           05  FILLER         PIC X(40) VALUE
               'Year-End Annual Summary Register'.
           05  FILLER         PIC X(40) VALUE SPACES.
      *
       01  REGISTER-YEAR-LINE.
           05  FILLER         PIC X(11) VALUE 'Tax Year = '.
           05  RGY-TAX-YEAR-O PIC 9(4).
           05  FILLER         PIC X(14) VALUE '   Run Date = '.
           05  RGY-RUN-DATE-O PIC 9(8).
           05  FILLER         PIC X(43) VALUE SPACES.
      *
      * The same month twice for one account means a generation was
      * concatenated twice; the second copy is skipped and the step
      * ends with condition code 4 so the deck is checked.
       01  DUPMONTH-LINE.
           05  FILLER         PIC X(44) VALUE
               '** DUPLICATE SUMMARY MONTHS SKIPPED - CHECK '.
           05  FILLER         PIC X(36) VALUE 'SUMMYEAR **'.
      *
       01  NOADDR-WARNING-LINE.
           05  FILLER         PIC X(44) VALUE
               '** ACCOUNTS WITH NO ADDRESS - SUMMARIES NOT '.
           05  FILLER         PIC X(36) VALUE 'MAILED **'.
      *
       01  CONTROL-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Batch Control Totals'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-1.
           05  FILLER         PIC X(19) VALUE
               'Summaries Read   = '.
           05  CTL-SUMM-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-2.
           05  FILLER         PIC X(19) VALUE
               'Other Year Skippd= '.
           05  CTL-OTHERYEAR-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-3.
           05  FILLER         PIC X(19) VALUE
               'Duplicate Months = '.
           05  CTL-DUPMONTH-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-4.
           05  FILLER         PIC X(19) VALUE
               'Archive Records  = '.
           05  CTL-ARCH-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-5.
           05  FILLER         PIC X(19) VALUE
               'Annual Records   = '.
           05  CTL-ANNUAL-O   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-6.
           05  FILLER         PIC X(19) VALUE
               'Addressed Master = '.
           05  CTL-MASTER-O   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-7.
           05  FILLER         PIC X(19) VALUE
               'Addressed Archive= '.
           05  CTL-ARCHADDR-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-8.
           05  FILLER         PIC X(19) VALUE
               'No Address       = '.
           05  CTL-NOADDR-O   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-9.
           05  FILLER         PIC X(19) VALUE
               'Purged No Activty= '.
           05  CTL-IDLE-PURGE-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-10.
           05  FILLER         PIC X(19) VALUE
               'Summaries Mailed = '.
           05  CTL-MAILED-O   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-11.
           05  FILLER         PIC X(20) VALUE
               'Total Payments    = '.
           05  CTL-TOTAL-PAYMENTS-O PIC $$$,$$$,$$$,$$9.99.
           05  FILLER         PIC X(42) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-12.
           05  FILLER         PIC X(20) VALUE
               'Total Fin Charges = '.
           05  CTL-TOTAL-FINCHG-O PIC $$$,$$$,$$$,$$9.99.
           05  FILLER         PIC X(42) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-13.
           05  FILLER         PIC X(20) VALUE
               'Total Fees        = '.
           05  CTL-TOTAL-FEES-O PIC $$$,$$$,$$$,$$9.99.
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
           OPEN INPUT SUMM-FILE.
           OPEN INPUT ARCH-FILE.
           OPEN INPUT ACCT-REC.
           OPEN OUTPUT ANNUAL-FILE.
           OPEN OUTPUT STMT-LINE.
           OPEN OUTPUT ANNUAL-LINE.
      *
      * Falls through from OPEN-FILES the way READ-LIST-PARM does in
      * CBL0031: a missing or blank card takes the year before the
      * business date.
       READ-YEAR-PARM.
           COMPUTE WS-TAX-YEAR = WS-CURRENT-YEAR - 1.
           MOVE SPACES TO PARM-CARD.
           OPEN INPUT SYSIN-CARD.
           READ SYSIN-CARD
               AT END CONTINUE
           END-READ.
           CLOSE SYSIN-CARD.
           IF PARM-TAX-YEAR IS NUMERIC
               AND PARM-TAX-YEAR > 1600
               MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
           END-IF.
      *
       WRITE-HEADERS.
           WRITE ANNUAL-LINE-REC FROM REGISTER-HEADER-1.
           MOVE WS-TAX-YEAR TO RGY-TAX-YEAR-O.
           MOVE WS-RUN-DATE TO RGY-RUN-DATE-O.
           WRITE ANNUAL-LINE-REC FROM REGISTER-YEAR-LINE.
           MOVE SPACES TO ANNUAL-LINE-REC.
           WRITE ANNUAL-LINE-REC.
           MOVE SPACES      TO ANN-HDR-REC.
           MOVE 'HDR'       TO ANH-REC-TAG.
           MOVE WS-TAX-YEAR TO ANH-TAX-YEAR.
           MOVE WS-RUN-DATE TO ANH-RUN-DATE.
           WRITE ANN-HDR-REC.
      *
      * The year's summaries and the purge archive go through the
      * sort together, coming back grouped by account with the
      * archive image first, and each account's year is written to
      * the annual file in account order.
       ROLL-UP-YEAR.
           SORT YEAR-SORT
               ON ASCENDING KEY YSR-ACCT-NO
                                YSR-KIND
                                YSR-MONTH
               INPUT PROCEDURE IS RELEASE-YEAR-RECORDS
               OUTPUT PROCEDURE IS BUILD-ANNUAL-RECORDS.
      *
       WRITE-ANNUAL-TRAILER.
           MOVE SPACES            TO ANN-TRL-REC.
           MOVE 'TRL'             TO ANT-REC-TAG.
           MOVE WS-ANNUAL-COUNT   TO ANT-RECORD-COUNT.
           MOVE WS-TOTAL-PAYMENTS TO ANT-TOTAL-PAYMENTS.
           MOVE WS-TOTAL-FINCHG   TO ANT-TOTAL-FINCHG.
           MOVE WS-TOTAL-FEES     TO ANT-TOTAL-FEES.
           WRITE ANN-TRL-REC.
           CLOSE ANNUAL-FILE.
      *
      * The customer summaries print off the annual file itself, so
      * what is mailed and what the tax group loads cannot differ;
      * the lines pass through the sort to come out in ZIP order.
       PRINT-SUMMARIES.
           SORT PRINT-SORT
               ON ASCENDING KEY PSR-ZIP-CODE
                                PSR-ACCT-NO
                                PSR-LINE-SEQ
               INPUT PROCEDURE IS BUILD-SUMMARY-PAGES
               OUTPUT PROCEDURE IS PRINT-SORTED-PAGES.
      *
       CLOSE-STOP.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE SUMM-FILE.
           CLOSE ARCH-FILE.
           CLOSE ACCT-REC.
           CLOSE STMT-LINE.
           CLOSE ANNUAL-LINE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *
       RELEASE-YEAR-RECORDS.
           PERFORM READ-SUMMARY
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO WS-SUMM-COUNT
               PERFORM RELEASE-SUMMARY
               PERFORM READ-SUMMARY
           END-PERFORM
           PERFORM READ-ARCHIVE
           PERFORM UNTIL WS-ARCH-LASTREC = 'Y'
               ADD 1 TO WS-ARCH-COUNT
               PERFORM RELEASE-ARCHIVE
               PERFORM READ-ARCHIVE
           END-PERFORM
           .
      *
       READ-SUMMARY.
           READ SUMM-FILE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       READ-ARCHIVE.
           READ ARCH-FILE
           AT END MOVE 'Y' TO WS-ARCH-LASTREC
           END-READ.
      *
       RELEASE-SUMMARY.
           MOVE ZERO TO WS-SUMM-YEAR.
           IF SUM-MONTH IS NUMERIC
               COMPUTE WS-SUMM-YEAR = SUM-MONTH / 100
           END-IF.
           IF WS-SUMM-YEAR NOT = WS-TAX-YEAR
               ADD 1 TO WS-OTHERYEAR-COUNT
           ELSE
               MOVE SPACES             TO YEAR-SORT-REC
               MOVE SUM-ACCT-NO        TO YSR-ACCT-NO
               MOVE 'S'                TO YSR-KIND
               MOVE SUM-MONTH          TO YSR-MONTH
               MOVE SUM-DEBIT-COUNT    TO YSR-DEBIT-COUNT
               MOVE SUM-DEBIT-AMOUNT   TO YSR-DEBIT-AMOUNT
               MOVE SUM-CREDIT-COUNT   TO YSR-CREDIT-COUNT
               MOVE SUM-CREDIT-AMOUNT  TO YSR-CREDIT-AMOUNT
               MOVE SUM-PAYMENT-COUNT  TO YSR-PAYMENT-COUNT
               MOVE SUM-PAYMENT-AMOUNT TO YSR-PAYMENT-AMOUNT
               MOVE SUM-FINCHG-COUNT   TO YSR-FINCHG-COUNT
               MOVE SUM-FINCHG-AMOUNT  TO YSR-FINCHG-AMOUNT
               MOVE SUM-FEE-COUNT      TO YSR-FEE-COUNT
               MOVE SUM-FEE-AMOUNT     TO YSR-FEE-AMOUNT
               MOVE SUM-OPEN-BALANCE   TO YSR-OPEN-BALANCE
               MOVE SUM-CLOSE-BALANCE  TO YSR-CLOSE-BALANCE
               MOVE SUM-HIGH-BALANCE   TO YSR-HIGH-BALANCE
               RELEASE YEAR-SORT-REC
           END-IF.
      *
       RELEASE-ARCHIVE.
           MOVE SPACES          TO YEAR-ARCH-SORT-REC.
           MOVE ARC-ACCT-NO     TO YAR-ACCT-NO.
           MOVE 'A'             TO YAR-KIND.
           MOVE ZERO            TO YAR-MONTH.
           MOVE ARC-LAST-NAME   TO YAR-LAST-NAME.
           MOVE ARC-FIRST-NAME  TO YAR-FIRST-NAME.
           MOVE ARC-CLIENT-ADDR TO YAR-CLIENT-ADDR.
           RELEASE YEAR-ARCH-SORT-REC.
      *
       BUILD-ANNUAL-RECORDS.
           PERFORM RETURN-YEAR-RECORD
           PERFORM UNTIL WS-YEAR-EOF = 'Y'
               IF YSR-ACCT-NO NOT = WS-PRIOR-ACCT-NO
                   IF WS-PRIOR-ACCT-NO NOT = LOW-VALUES
                       PERFORM FINISH-ACCOUNT-YEAR
                   END-IF
                   MOVE YSR-ACCT-NO TO WS-PRIOR-ACCT-NO
                   PERFORM CLEAR-ANNUAL-FIELDS
               END-IF
               IF YSR-ARCHIVE
                   PERFORM KEEP-ARCHIVE-ADDRESS
               ELSE
                   PERFORM ACCUMULATE-MONTH
               END-IF
               PERFORM RETURN-YEAR-RECORD
           END-PERFORM
           IF WS-PRIOR-ACCT-NO NOT = LOW-VALUES
               PERFORM FINISH-ACCOUNT-YEAR
           END-IF
           .
      *
       RETURN-YEAR-RECORD.
           RETURN YEAR-SORT
           AT END MOVE 'Y' TO WS-YEAR-EOF
           END-RETURN.
      *
       CLEAR-ANNUAL-FIELDS.
           MOVE ZERO TO WS-PRIOR-MONTH WS-MONTHS-ACTIVE.
           MOVE ZERO TO WS-DEBIT-COUNT WS-CREDIT-COUNT
                        WS-PAYMENT-COUNT WS-FINCHG-COUNT
                        WS-FEE-COUNT.
           MOVE ZERO TO WS-DEBIT-AMOUNT WS-CREDIT-AMOUNT
                        WS-PAYMENT-AMOUNT WS-FINCHG-AMOUNT
                        WS-FEE-AMOUNT.
           MOVE ZERO TO WS-OPEN-BALANCE WS-CLOSE-BALANCE
                        WS-HIGH-BALANCE.
           MOVE 'N'    TO WS-ARCH-FOUND.
           MOVE SPACES TO WS-ARCH-LAST-NAME WS-ARCH-FIRST-NAME
                          WS-ARCH-ADDR.
      *
      * An account purged, reinstated, and purged again carries more
      * than one image; any of them serves for the address.
       KEEP-ARCHIVE-ADDRESS.
           MOVE 'Y'             TO WS-ARCH-FOUND.
           MOVE YAR-LAST-NAME   TO WS-ARCH-LAST-NAME.
           MOVE YAR-FIRST-NAME  TO WS-ARCH-FIRST-NAME.
           MOVE YAR-CLIENT-ADDR TO WS-ARCH-ADDR.
      *
      * The months arrive in order: the first sets the opening
      * balance, each later one moves the closing balance on, and
      * the year's high is the highest of the monthly highs. A
      * month with no summary had no postings, so the balance
      * carried through it unchanged.
       ACCUMULATE-MONTH.
           IF YSR-MONTH = WS-PRIOR-MONTH
               ADD 1 TO WS-DUPMONTH-COUNT
           ELSE
               MOVE YSR-MONTH TO WS-PRIOR-MONTH
               ADD 1 TO WS-MONTHS-ACTIVE
               IF WS-MONTHS-ACTIVE = 1
                   MOVE YSR-OPEN-BALANCE TO WS-OPEN-BALANCE
                   MOVE YSR-HIGH-BALANCE TO WS-HIGH-BALANCE
               END-IF
               IF YSR-HIGH-BALANCE > WS-HIGH-BALANCE
                   MOVE YSR-HIGH-BALANCE TO WS-HIGH-BALANCE
               END-IF
               MOVE YSR-CLOSE-BALANCE TO WS-CLOSE-BALANCE
               ADD YSR-DEBIT-COUNT    TO WS-DEBIT-COUNT
               ADD YSR-DEBIT-AMOUNT   TO WS-DEBIT-AMOUNT
               ADD YSR-CREDIT-COUNT   TO WS-CREDIT-COUNT
               ADD YSR-CREDIT-AMOUNT  TO WS-CREDIT-AMOUNT
               ADD YSR-PAYMENT-COUNT  TO WS-PAYMENT-COUNT
               ADD YSR-PAYMENT-AMOUNT TO WS-PAYMENT-AMOUNT
               ADD YSR-FINCHG-COUNT   TO WS-FINCHG-COUNT
               ADD YSR-FINCHG-AMOUNT  TO WS-FINCHG-AMOUNT
               ADD YSR-FEE-COUNT      TO WS-FEE-COUNT
               ADD YSR-FEE-AMOUNT     TO WS-FEE-AMOUNT
           END-IF.
      *
      * An account that only appears in the archive was purged with
      * no postings in the year and has nothing to summarize. The
      * rest are addressed from the master when it still carries
      * them, from the archive when it does not.
       FINISH-ACCOUNT-YEAR.
           IF WS-MONTHS-ACTIVE = ZERO
               ADD 1 TO WS-IDLE-PURGE-COUNT
           ELSE
               PERFORM WRITE-ANNUAL-RECORD
           END-IF.
      *
       WRITE-ANNUAL-RECORD.
           MOVE SPACES            TO ANN-REC.
           MOVE 'DTL'             TO ANN-REC-TAG.
           MOVE WS-TAX-YEAR       TO ANN-TAX-YEAR.
           MOVE WS-PRIOR-ACCT-NO  TO ANN-ACCT-NO.
           MOVE WS-PRIOR-ACCT-NO  TO ACCT-NO.
           READ ACCT-REC
               INVALID KEY
                   PERFORM TAKE-ARCHIVE-ADDRESS
               NOT INVALID KEY
                   MOVE LAST-NAME   TO ANN-LAST-NAME
                   MOVE FIRST-NAME  TO ANN-FIRST-NAME
                   MOVE CLIENT-ADDR TO ANN-CLIENT-ADDR
                   MOVE 'M'         TO ANN-ADDR-SOURCE
                   ADD 1 TO WS-MASTER-COUNT
           END-READ.
           MOVE WS-MONTHS-ACTIVE  TO ANN-MONTHS-ACTIVE.
           MOVE WS-DEBIT-COUNT    TO ANN-DEBIT-COUNT.
           MOVE WS-DEBIT-AMOUNT   TO ANN-DEBIT-AMOUNT.
           MOVE WS-CREDIT-COUNT   TO ANN-CREDIT-COUNT.
           MOVE WS-CREDIT-AMOUNT  TO ANN-CREDIT-AMOUNT.
           MOVE WS-PAYMENT-COUNT  TO ANN-PAYMENT-COUNT.
           MOVE WS-PAYMENT-AMOUNT TO ANN-PAYMENT-AMOUNT.
           MOVE WS-FINCHG-COUNT   TO ANN-FINCHG-COUNT.
           MOVE WS-FINCHG-AMOUNT  TO ANN-FINCHG-AMOUNT.
           MOVE WS-FEE-COUNT      TO ANN-FEE-COUNT.
           MOVE WS-FEE-AMOUNT     TO ANN-FEE-AMOUNT.
           MOVE WS-OPEN-BALANCE   TO ANN-OPEN-BALANCE.
           MOVE WS-CLOSE-BALANCE  TO ANN-CLOSE-BALANCE.
           MOVE WS-HIGH-BALANCE   TO ANN-HIGH-BALANCE.
           WRITE ANN-REC.
           ADD 1 TO WS-ANNUAL-COUNT.
           ADD WS-PAYMENT-AMOUNT TO WS-TOTAL-PAYMENTS.
           ADD WS-FINCHG-AMOUNT  TO WS-TOTAL-FINCHG.
           ADD WS-FEE-AMOUNT     TO WS-TOTAL-FEES.
      *
       TAKE-ARCHIVE-ADDRESS.
           IF WS-ARCH-FOUND = 'Y'
               MOVE WS-ARCH-LAST-NAME  TO ANN-LAST-NAME
               MOVE WS-ARCH-FIRST-NAME TO ANN-FIRST-NAME
               MOVE WS-ARCH-ADDR       TO ANN-CLIENT-ADDR
               MOVE 'A'                TO ANN-ADDR-SOURCE
               ADD 1 TO WS-ARCHADDR-COUNT
           ELSE
               MOVE 'N'                TO ANN-ADDR-SOURCE
               ADD 1 TO WS-NOADDR-COUNT
           END-IF.
      *
       BUILD-SUMMARY-PAGES.
           OPEN INPUT ANNUAL-FILE.
           PERFORM READ-ANNUAL
           PERFORM UNTIL WS-ANN-EOF = 'Y'
               IF ANN-REC-TAG = 'DTL'
                   IF ANN-NO-ADDRESS
                       PERFORM BUILD-NOADDR-PAGE
                   ELSE
                       PERFORM BUILD-SUMMARY-PAGE
                   END-IF
               END-IF
               PERFORM READ-ANNUAL
           END-PERFORM
           CLOSE ANNUAL-FILE
           .
      *
       READ-ANNUAL.
           READ ANNUAL-FILE
           AT END MOVE 'Y' TO WS-ANN-EOF
           END-READ.
      *
       BUILD-SUMMARY-PAGE.
           ADD 1 TO WS-MAILED-COUNT.
           MOVE ANN-ZIP-CODE TO WS-CURRENT-ZIP.
           MOVE ZERO         TO WS-LINE-SEQ.
           MOVE ANN-TAX-YEAR TO ANS-YEAR-O.
           MOVE ANNS-HEADER-1 TO WS-RELEASE-LINE.
           PERFORM RELEASE-SUMMARY-LINE.
           MOVE ANN-ACCT-NO    TO ANS-ACCT-NO-O.
           MOVE ANN-FIRST-NAME TO ANS-FIRST-NAME-O.
           MOVE ANN-LAST-NAME  TO ANS-LAST-NAME-O.
           MOVE ANNS-ACCT-LINE TO WS-RELEASE-LINE.
           PERFORM RELEASE-SUMMARY-LINE.
           MOVE ANN-STREET-ADDR TO ANS-STREET-O.
           MOVE ANNS-ADDR-LINE-1 TO WS-RELEASE-LINE.
           PERFORM RELEASE-SUMMARY-LINE.
           MOVE ANN-CITY-COUNTY TO ANS-CITY-O.
           MOVE ANN-USA-STATE   TO ANS-STATE-O.
           MOVE ANN-ZIP-CODE    TO ANS-ZIP-O.
           MOVE ANNS-ADDR-LINE-2 TO WS-RELEASE-LINE.
           PERFORM RELEASE-SUMMARY-LINE.
           IF ANN-FROM-ARCHIVE
               MOVE ANNS-PURGED-LINE TO WS-RELEASE-LINE
               PERFORM RELEASE-SUMMARY-LINE
           END-IF.
           MOVE SPACES TO WS-RELEASE-LINE.
           PERFORM RELEASE-SUMMARY-LINE.
           MOVE ANN-OPEN-BALANCE TO ANS-OPEN-BAL-O.
           MOVE ANNS-OPEN-LINE TO WS-RELEASE-LINE.
           PERFORM RELEASE-SUMMARY-LINE.
           MOVE SPACES TO WS-RELEASE-LINE.
           PERFORM RELEASE-SUMMARY-LINE.
           MOVE ANNS-ACTIVITY-HEADER-1 TO WS-RELEASE-LINE.
           PERFORM RELEASE-SUMMARY-LINE.
           MOVE ANNS-ACTIVITY-HEADER-2 TO WS-RELEASE-LINE.
           PERFORM RELEASE-SUMMARY-LINE.
           MOVE 'Purchases'        TO ANS-ACT-LABEL-O.
           MOVE ANN-DEBIT-COUNT    TO ANS-ACT-COUNT-O.
           MOVE ANN-DEBIT-AMOUNT   TO ANS-ACT-AMOUNT-O.
           PERFORM RELEASE-ACTIVITY-LINE.
           MOVE 'Credits'          TO ANS-ACT-LABEL-O.
           MOVE ANN-CREDIT-COUNT   TO ANS-ACT-COUNT-O.
           MOVE ANN-CREDIT-AMOUNT  TO ANS-ACT-AMOUNT-O.
           PERFORM RELEASE-ACTIVITY-LINE.
           MOVE 'Payments'         TO ANS-ACT-LABEL-O.
           MOVE ANN-PAYMENT-COUNT  TO ANS-ACT-COUNT-O.
           MOVE ANN-PAYMENT-AMOUNT TO ANS-ACT-AMOUNT-O.
           PERFORM RELEASE-ACTIVITY-LINE.
           MOVE 'Finance Charges'  TO ANS-ACT-LABEL-O.
           MOVE ANN-FINCHG-COUNT   TO ANS-ACT-COUNT-O.
           MOVE ANN-FINCHG-AMOUNT  TO ANS-ACT-AMOUNT-O.
           PERFORM RELEASE-ACTIVITY-LINE.
           MOVE 'Fees'             TO ANS-ACT-LABEL-O.
           MOVE ANN-FEE-COUNT      TO ANS-ACT-COUNT-O.
           MOVE ANN-FEE-AMOUNT     TO ANS-ACT-AMOUNT-O.
           PERFORM RELEASE-ACTIVITY-LINE.
           MOVE 'Total Charges+Fees' TO ANS-ACT-LABEL-O.
           COMPUTE ANS-ACT-COUNT-O =
               ANN-FINCHG-COUNT + ANN-FEE-COUNT.
           COMPUTE ANS-ACT-AMOUNT-O =
               ANN-FINCHG-AMOUNT + ANN-FEE-AMOUNT.
           PERFORM RELEASE-ACTIVITY-LINE.
           MOVE SPACES TO WS-RELEASE-LINE.
           PERFORM RELEASE-SUMMARY-LINE.
           MOVE ANN-CLOSE-BALANCE TO ANS-CLOSE-BAL-O.
           MOVE ANNS-CLOSE-LINE TO WS-RELEASE-LINE.
           PERFORM RELEASE-SUMMARY-LINE.
           MOVE ANN-HIGH-BALANCE TO ANS-HIGH-BAL-O.
           MOVE ANNS-HIGH-LINE TO WS-RELEASE-LINE.
           PERFORM RELEASE-SUMMARY-LINE.
      *
       RELEASE-ACTIVITY-LINE.
           MOVE ANNS-ACTIVITY-LINE TO WS-RELEASE-LINE.
           PERFORM RELEASE-SUMMARY-LINE.
      *
      * An account with no address on the master or the archive
      * still gets a page, sorted to the back of the run under
      * HIGH-VALUES the way CBL0009 handles a statement it cannot
      * address, so the mail room pulls it instead of posting it.
       BUILD-NOADDR-PAGE.
           MOVE HIGH-VALUES  TO WS-CURRENT-ZIP.
           MOVE ZERO         TO WS-LINE-SEQ.
           MOVE ANN-TAX-YEAR TO ANS-YEAR-O.
           MOVE ANNS-HEADER-1 TO WS-RELEASE-LINE.
           PERFORM RELEASE-SUMMARY-LINE.
           MOVE ANN-ACCT-NO TO ANS-NA-ACCT-NO-O.
           MOVE ANNS-NOADDR-LINE TO WS-RELEASE-LINE.
           PERFORM RELEASE-SUMMARY-LINE.
      *
       RELEASE-SUMMARY-LINE.
           ADD 1 TO WS-LINE-SEQ.
           MOVE WS-CURRENT-ZIP  TO PSR-ZIP-CODE.
           MOVE ANN-ACCT-NO     TO PSR-ACCT-NO.
           MOVE WS-LINE-SEQ     TO PSR-LINE-SEQ.
           MOVE WS-RELEASE-LINE TO PSR-PRINT-LINE.
           RELEASE PRINT-SORT-REC.
      *
       PRINT-SORTED-PAGES.
           MOVE LOW-VALUES TO WS-PRINT-ACCT.
           PERFORM RETURN-SORTED-LINE
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               IF PSR-ACCT-NO NOT = WS-PRINT-ACCT
                   MOVE PSR-ACCT-NO TO WS-PRINT-ACCT
                   MOVE SPACES TO STMT-REC
                   WRITE STMT-REC AFTER ADVANCING PAGE
               END-IF
               WRITE STMT-REC FROM PSR-PRINT-LINE
               PERFORM RETURN-SORTED-LINE
           END-PERFORM
           .
      *
       RETURN-SORTED-LINE.
           RETURN PRINT-SORT
           AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
      *
       WRITE-CONTROL-TOTALS.
           IF WS-DUPMONTH-COUNT > ZERO
               WRITE ANNUAL-LINE-REC FROM DUPMONTH-LINE
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-NOADDR-COUNT > ZERO
               WRITE ANNUAL-LINE-REC FROM NOADDR-WARNING-LINE
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-SUMM-COUNT       TO CTL-SUMM-COUNT-O.
           MOVE WS-OTHERYEAR-COUNT  TO CTL-OTHERYEAR-O.
           MOVE WS-DUPMONTH-COUNT   TO CTL-DUPMONTH-O.
           MOVE WS-ARCH-COUNT       TO CTL-ARCH-COUNT-O.
           MOVE WS-ANNUAL-COUNT     TO CTL-ANNUAL-O.
           MOVE WS-MASTER-COUNT     TO CTL-MASTER-O.
           MOVE WS-ARCHADDR-COUNT   TO CTL-ARCHADDR-O.
           MOVE WS-NOADDR-COUNT     TO CTL-NOADDR-O.
           MOVE WS-IDLE-PURGE-COUNT TO CTL-IDLE-PURGE-O.
           MOVE WS-MAILED-COUNT     TO CTL-MAILED-O.
           MOVE WS-TOTAL-PAYMENTS   TO CTL-TOTAL-PAYMENTS-O.
           MOVE WS-TOTAL-FINCHG     TO CTL-TOTAL-FINCHG-O.
           MOVE WS-TOTAL-FEES       TO CTL-TOTAL-FEES-O.
           MOVE SPACES TO ANNUAL-LINE-REC.
           WRITE ANNUAL-LINE-REC.
           WRITE ANNUAL-LINE-REC FROM CONTROL-HEADER-1.
           WRITE ANNUAL-LINE-REC FROM CONTROL-TOTAL-LINE-1.
           WRITE ANNUAL-LINE-REC FROM CONTROL-TOTAL-LINE-2.
           WRITE ANNUAL-LINE-REC FROM CONTROL-TOTAL-LINE-3.
           WRITE ANNUAL-LINE-REC FROM CONTROL-TOTAL-LINE-4.
           WRITE ANNUAL-LINE-REC FROM CONTROL-TOTAL-LINE-5.
           WRITE ANNUAL-LINE-REC FROM CONTROL-TOTAL-LINE-6.
           WRITE ANNUAL-LINE-REC FROM CONTROL-TOTAL-LINE-7.
           WRITE ANNUAL-LINE-REC FROM CONTROL-TOTAL-LINE-8.
           WRITE ANNUAL-LINE-REC FROM CONTROL-TOTAL-LINE-9.
           WRITE ANNUAL-LINE-REC FROM CONTROL-TOTAL-LINE-10.
           WRITE ANNUAL-LINE-REC FROM CONTROL-TOTAL-LINE-11.
           WRITE ANNUAL-LINE-REC FROM CONTROL-TOTAL-LINE-12.
           WRITE ANNUAL-LINE-REC FROM CONTROL-TOTAL-LINE-13.
      *
      * The date CBL0030 rolled forward overlays the clock's, so the
      * default tax year follows the business date. A missing or
      * blank control record leaves the clock's date in place.
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
