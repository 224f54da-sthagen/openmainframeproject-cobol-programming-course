      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0029.
       AUTHOR.        Otto B. Boolean.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC    ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ESCH-FILE   ASSIGN TO ESCHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-ACCT-NO
               FILE STATUS IS WS-ESCH-STATUS.
           SELECT RULE-FILE   ASSIGN TO STRULES.
           SELECT SYSIN-CARD  ASSIGN TO SYSIN.
           SELECT HIST-FILE   ASSIGN TO HISTFILE.
           SELECT REFUND-FILE ASSIGN TO REFUNDS.
           SELECT LETTER-LINE ASSIGN TO DDLETTER.
           SELECT HOLDER-FILE ASSIGN TO HOLDRPT.
           SELECT REFUND-LINE ASSIGN TO RFNDLINE.
           SELECT SORT-FILE   ASSIGN TO SORTWK.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      * Credit balances: runs ahead of CBL0012 and deals with every
      * account on which we owe the customer money (a negative
      * ACCT-BALANCE). A credit that has sat the refund period on an
      * account still in use is sent back by check. A credit on an
      * account dormant past its state's dormancy period gets a
      * due-diligence letter; if the customer has still not come
      * forward when the annual holder report is run, the balance is
      * reported and remitted to the state as unclaimed property.
      * Either way the balance comes off the master here, so CBL0012
      * never has to archive an account with our money on it.
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
      * Escheatment case file, one record per account that has been
      * sent a due-diligence letter. 'L' waits for the customer; any
      * activity on the account after the letter date, or the credit
      * being used up, is the customer coming forward and closes the
      * case. 'E' is kept once the balance has gone to the state, as
      * the record of what was remitted and when.
       FD  ESCH-FILE RECORDING MODE F.
       01  ESCH-REC.
           05  ESC-ACCT-NO        PIC X(8).
           05  ESC-STATE-CODE     PIC X(2).
           05  ESC-AMOUNT         PIC S9(7)V99 COMP-3.
           05  ESC-LAST-ACTIVITY  PIC 9(8).
           05  ESC-LETTER-DATE    PIC 9(8).
           05  ESC-STATUS         PIC X(1).
               88  ESC-STAT-LETTER-SENT VALUE 'L'.
               88  ESC-STAT-ESCHEATED   VALUE 'E'.
           05  ESC-REPORT-DATE    PIC 9(8).
           05  FILLER             PIC X(10).
      *
      * State unclaimed-property rules, one card per state, keyed on
      * the state name as USA-STATE carries it: the postal code, the
      * dormancy period in years for credit balances, and the holder
      * ID the state has assigned us. Compliance maintains the deck;
      * a state with no card is never treated as dormant.
       FD  RULE-FILE RECORDING MODE F.
       01  RULE-REC.
           05  RUL-STATE-NAME     PIC X(15).
           05  RUL-STATE-CODE     PIC X(2).
           05  RUL-DORMANT-YEARS  PIC 9(2).
           05  RUL-HOLDER-ID      PIC X(15).
           05  FILLER             PIC X(46).
      *
      * Refund period in days in columns 1-3 (default 30), the days
      * a due-diligence letter is given to be answered in columns
      * 4-6 (default 60), and 'Y' in column 7 on the annual holder
      * report run. Only that run remits anything to the states.
       FD  SYSIN-CARD RECORDING MODE F.
       01  PARM-CARD.
           05  PARM-REFUND-DAYS   PIC 9(3).
           05  PARM-WAIT-DAYS     PIC 9(3).
           05  PARM-HOLDER-RUN    PIC X(1).
           05  FILLER             PIC X(73).
      *
      * The refund or remittance takes the credit off the balance as
      * a history posting of its own type -- 'K' for a refund check,
      * 'U' for a remittance to the state -- so the statement shows
      * where the money went and CBL0020 books each against cash or
      * the unclaimed-property payable, not settlement clearing.
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-REC.
           05  HST-ACCT-NO        PIC X(8).
           05  HST-TRANS-DATE     PIC 9(8) COMP-3.
           05  HST-TRANS-SEQ      PIC 9(5) COMP-3.
           05  HST-TRANS-TYPE     PIC X(1).
           05  HST-AMOUNT         PIC S9(7)V99 COMP-3.
      *
      * Check requests for accounts payable, payable to the customer
      * at the address on the master.
       FD  REFUND-FILE RECORDING MODE F.
       01  REFUND-REC.
           05  RFD-ACCT-NO        PIC X(8).
           05  RFD-FIRST-NAME     PIC X(15).
           05  RFD-LAST-NAME      PIC X(20).
           05  RFD-STREET-ADDR    PIC X(25).
           05  RFD-CITY-COUNTY    PIC X(20).
           05  RFD-USA-STATE      PIC X(15).
           05  RFD-ZIP-CODE       PIC X(9).
           05  RFD-AMOUNT         PIC 9(7)V99.
           05  RFD-REQUEST-DATE   PIC 9(8).
           05  FILLER             PIC X(11).
      *
       FD  LETTER-LINE RECORDING MODE F.
       01  LETTER-REC             PIC X(80).
      *
      * Holder report in the standard electronic layout: for each
      * state a holder record ('1'), one property record per owner
      * ('2'), and a summary record ('9'). Built in WORKING-STORAGE.
       FD  HOLDER-FILE RECORDING MODE F.
       01  HOLDER-REC             PIC X(525).
      *
       FD  REFUND-LINE RECORDING MODE F.
       01  REFUND-LINE-REC.
           05  RFL-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RFL-LAST-NAME-O    PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RFL-STATE-O        PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RFL-AMOUNT-O       PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RFL-ACTION-O       PIC X(16).
      *
      * Property records escheated on the holder run pass through the
      * sort by state so each state's report comes out in one piece.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SRT-STATE-CODE     PIC X(2).
           05  SRT-ACCT-NO        PIC X(8).
           05  SRT-HOLDER-ID      PIC X(15).
           05  SRT-AMOUNT         PIC S9(7)V99 COMP-3.
           05  SRT-PROPERTY       PIC X(525).
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
       01  WS-ESCH-STATUS       PIC X(2) VALUE '00'.
       01  WS-ESCH-FOUND        PIC X VALUE 'N'.
       01  WS-RULE-EOF          PIC X VALUE 'N'.
       01  WS-SORT-EOF          PIC X VALUE 'N'.
      *
      * Built-in defaults, overridden by the parameter card.
       01  WS-REFUND-PARMS.
           05 WS-REFUND-DAYS     PIC 9(3) VALUE 30.
           05 WS-WAIT-DAYS       PIC 9(3) VALUE 60.
           05 WS-HOLDER-RUN      PIC X(1) VALUE 'N'.
      *
      * The rules deck, loaded once. 60 covers the states plus the
      * territories should compliance ever add them.
       01  WS-RULE-COUNT        PIC 9(3) VALUE ZERO.
       01  STATE-RULE-TABLE.
           05  STATE-RULE-ENTRY OCCURS 60 TIMES
                                INDEXED BY RULE-IDX.
               10  STR-STATE-NAME     PIC X(15).
               10  STR-STATE-CODE     PIC X(2).
               10  STR-DORMANT-YEARS  PIC 9(2).
               10  STR-HOLDER-ID      PIC X(15).
      *
       01  WS-ACCOUNT-FIELDS.
           05 WS-RULE-FOUND      PIC X(1) VALUE 'N'.
           05 WS-STATE-CODE      PIC X(2) VALUE SPACES.
           05 WS-DORMANT-YEARS   PIC 9(2) VALUE ZERO.
           05 WS-HOLDER-ID       PIC X(15) VALUE SPACES.
           05 WS-DORMANT-DATE    PIC 9(8) VALUE ZERO.
           05 WS-WAIT-END-DATE   PIC 9(8) VALUE ZERO.
           05 WS-DAYS-SINCE-ACTIVITY PIC S9(7) VALUE ZERO.
           05 WS-CREDIT-AMOUNT   PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-HIST-SEQ        PIC 9(5) VALUE ZERO.
           05 WS-OFFSET-TYPE     PIC X(1) VALUE SPACE.
      *
      * The reporting institution as the states know it.
       01  WS-HOLDER.
           05 WS-HOLDER-TAX-ID   PIC X(9)  VALUE '000000001'.
           05 WS-HOLDER-NAME     PIC X(40) VALUE 'CARD SERVICES'.
           05 WS-HOLDER-ADDR     PIC X(40) VALUE '100 MAIN STREET'.
           05 WS-HOLDER-CITY     PIC X(30) VALUE 'ANYTOWN'.
           05 WS-HOLDER-STATE    PIC X(2)  VALUE 'NY'.
           05 WS-HOLDER-ZIP      PIC X(9)  VALUE '10001'.
           05 WS-HOLDER-CONTACT  PIC X(40) VALUE 'COMPLIANCE'.
           05 WS-HOLDER-PHONE    PIC 9(10) VALUE 8005550100.
      *
      * Holder-report control break.
       01  WS-REPORT-CONTROLS.
           05 WS-REPORT-STATE    PIC X(2) VALUE LOW-VALUES.
           05 WS-REPORT-SEQ      PIC 9(6) VALUE ZERO.
           05 WS-REPORT-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
       01  WS-CONTROL-TOTALS.
           05 WS-RECORD-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-CREDIT-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-REFUND-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-LETTER-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-PENDING-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-RESPONDED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-ESCHEAT-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-HELD-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-REFUNDED  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-ESCHEATED PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
       01  HOLDER-HEADER-RECORD.
           05  HH-RECORD-TYPE     PIC X(1)  VALUE '1'.
           05  HH-HOLDER-TAX-ID   PIC X(9)  VALUE SPACES.
           05  HH-TAX-ID-EXT      PIC X(4)  VALUE '0000'.
           05  HH-REPORT-YEAR     PIC 9(4)  VALUE ZERO.
           05  HH-REPORT-TYPE     PIC X(1)  VALUE 'A'.
           05  HH-STATE-CODE      PIC X(2)  VALUE SPACES.
           05  HH-STATE-HOLDER-ID PIC X(15) VALUE SPACES.
           05  HH-HOLDER-NAME     PIC X(40) VALUE SPACES.
           05  HH-HOLDER-ADDR     PIC X(40) VALUE SPACES.
           05  HH-HOLDER-CITY     PIC X(30) VALUE SPACES.
           05  HH-HOLDER-STATE    PIC X(2)  VALUE SPACES.
           05  HH-HOLDER-ZIP      PIC X(9)  VALUE SPACES.
           05  HH-CONTACT-NAME    PIC X(40) VALUE SPACES.
           05  HH-CONTACT-PHONE   PIC 9(10) VALUE ZERO.
           05  HH-REPORT-DATE     PIC 9(8)  VALUE ZERO.
           05  FILLER             PIC X(310) VALUE SPACES.
      *
      * Property type MS09, credit balances on accounts receivable;
      * relationship SO, sole owner.
       01  PROPERTY-RECORD.
           05  PR-RECORD-TYPE     PIC X(1)  VALUE '2'.
           05  PR-SEQUENCE        PIC 9(6)  VALUE ZERO.
           05  PR-OWNER-LAST      PIC X(30) VALUE SPACES.
           05  PR-OWNER-FIRST     PIC X(20) VALUE SPACES.
           05  PR-OWNER-ADDR-1    PIC X(40) VALUE SPACES.
           05  PR-OWNER-ADDR-2    PIC X(40) VALUE SPACES.
           05  PR-OWNER-CITY      PIC X(30) VALUE SPACES.
           05  PR-OWNER-STATE     PIC X(2)  VALUE SPACES.
           05  PR-OWNER-ZIP       PIC X(9)  VALUE SPACES.
           05  PR-OWNER-COUNTRY   PIC X(3)  VALUE 'USA'.
           05  PR-OWNER-SSN       PIC 9(9)  VALUE ZERO.
           05  PR-OWNER-DOB       PIC 9(8)  VALUE ZERO.
           05  PR-PROPERTY-TYPE   PIC X(4)  VALUE 'MS09'.
           05  PR-LAST-ACTIVITY   PIC 9(8)  VALUE ZERO.
           05  PR-LETTER-DATE     PIC 9(8)  VALUE ZERO.
           05  PR-AMOUNT-REPORTED PIC 9(8)V99 VALUE ZERO.
           05  PR-DEDUCTION       PIC 9(8)V99 VALUE ZERO.
           05  PR-AMOUNT-REMITTED PIC 9(8)V99 VALUE ZERO.
           05  PR-RELATIONSHIP    PIC X(2)  VALUE 'SO'.
           05  PR-OWNER-ACCT-NO   PIC X(25) VALUE SPACES.
           05  FILLER             PIC X(250) VALUE SPACES.
      *
       01  HOLDER-SUMMARY-RECORD.
           05  HS-RECORD-TYPE     PIC X(1)  VALUE '9'.
           05  HS-PROPERTY-COUNT  PIC 9(6)  VALUE ZERO.
           05  HS-TOTAL-REPORTED  PIC 9(10)V99 VALUE ZERO.
           05  HS-TOTAL-REMITTED  PIC 9(10)V99 VALUE ZERO.
           05  FILLER             PIC X(494) VALUE SPACES.
      *
       01  LETTER-LINE-1.
           05  FILLER         PIC X(10) VALUE SPACES.
           05  LTR-HOLDER-NAME-O PIC X(40).
           05  FILLER         PIC X(30) VALUE SPACES.
      *
       01  LETTER-LINE-2.
           05  FILLER         PIC X(50) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'Date: '.
           05  LTR-DATE-O     PIC 9999/99/99.
           05  FILLER         PIC X(14) VALUE SPACES.
      *
       01  LETTER-ADDRESS-LINE.
           05  FILLER         PIC X(10) VALUE SPACES.
           05  LTR-ADDRESS-O  PIC X(70).
      *
       01  LETTER-NAME-LINE.
           05  FILLER         PIC X(10) VALUE SPACES.
           05  LTR-FIRST-NAME-O PIC X(15).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  LTR-LAST-NAME-O PIC X(20).
           05  FILLER         PIC X(34) VALUE SPACES.
      *
       01  LETTER-CITY-LINE.
           05  FILLER         PIC X(10) VALUE SPACES.
           05  LTR-CITY-O     PIC X(20).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  LTR-STATE-O    PIC X(15).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  LTR-ZIP-O      PIC X(9).
           05  FILLER         PIC X(24) VALUE SPACES.
      *
       01  LETTER-BODY-1.
           05  FILLER         PIC X(40) VALUE
               'Our records show a credit balance of '.
           05  LTR-AMOUNT-O   PIC $$,$$$,$$9.99.
           05  FILLER         PIC X(12) VALUE ' on account '.
           05  LTR-ACCT-NO-O  PIC X(8).
           05  FILLER         PIC X(07) VALUE SPACES.
      *
       01  LETTER-BODY-2.
           05  FILLER         PIC X(40) VALUE
               'that has had no activity since '.
           05  LTR-ACTIVITY-O PIC 9999/99/99.
           05  FILLER         PIC X(30) VALUE '.'.
      *
       01  LETTER-BODY-3.
           05  FILLER         PIC X(40) VALUE
               'Unless you contact us or use the account'.
           05  FILLER         PIC X(04) VALUE ' by '.
           05  LTR-RESPOND-BY-O PIC 9999/99/99.
           05  FILLER         PIC X(26) VALUE ', state law'.
      *
       01  LETTER-BODY-4.
           05  FILLER         PIC X(38) VALUE
               'requires us to report and remit it to '.
           05  FILLER         PIC X(42) VALUE
               'the state as unclaimed property.'.
      *
       01  REFUND-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Credit Balance Register'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  REFUND-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'Last Name           '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE 'State          '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE '       Credit'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(16) VALUE 'Action          '.
      *
       01  REFUND-HEADER-3.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE
               '--------------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE '---------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE '-------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(16) VALUE '----------------'.
      *
       01  CONTROL-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Batch Control Totals'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-1.
           05  FILLER         PIC X(19) VALUE
               'Accounts Read    = '.
           05  CTL-RECORD-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-2.
           05  FILLER         PIC X(19) VALUE
               'Credit Balances  = '.
           05  CTL-CREDIT-O   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-3.
           05  FILLER         PIC X(19) VALUE
               'Refunds Issued   = '.
           05  CTL-REFUND-O   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-4.
           05  FILLER         PIC X(19) VALUE
               'Letters Sent     = '.
           05  CTL-LETTER-O   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-5.
           05  FILLER         PIC X(19) VALUE
               'Letters Pending  = '.
           05  CTL-PENDING-O  PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-6.
           05  FILLER         PIC X(19) VALUE
               'Owners Responded = '.
           05  CTL-RESPONDED-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-7.
           05  FILLER         PIC X(19) VALUE
               'Escheated        = '.
           05  CTL-ESCHEAT-O  PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-8.
           05  FILLER         PIC X(19) VALUE
               'Held             = '.
           05  CTL-HELD-O     PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-9.
           05  FILLER         PIC X(20) VALUE
               'Total Refunded    = '.
           05  CTL-TOTAL-REFUNDED-O PIC $$$,$$$,$$$,$$9.99.
           05  FILLER         PIC X(42) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-10.
           05  FILLER         PIC X(20) VALUE
               'Total Escheated   = '.
           05  CTL-TOTAL-ESCHEATED-O PIC $$$,$$$,$$$,$$9.99.
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
           OPEN I-O   ACCT-REC.
           OPEN I-O   ESCH-FILE.
           OPEN EXTEND HIST-FILE.
           OPEN OUTPUT REFUND-FILE.
           OPEN OUTPUT LETTER-LINE.
           OPEN OUTPUT HOLDER-FILE.
           OPEN OUTPUT REFUND-LINE.
      *
      * Falls through from OPEN-FILES the way READ-CYCLE-PARM does
      * in CBL0016: any positive card field overrides its default.
       READ-REFUND-PARM.
           MOVE SPACES TO PARM-CARD.
           OPEN INPUT SYSIN-CARD.
           READ SYSIN-CARD
               AT END CONTINUE
           END-READ.
           CLOSE SYSIN-CARD.
           IF PARM-REFUND-DAYS IS NUMERIC
               AND PARM-REFUND-DAYS > ZERO
               MOVE PARM-REFUND-DAYS TO WS-REFUND-DAYS
           END-IF.
           IF PARM-WAIT-DAYS IS NUMERIC
               AND PARM-WAIT-DAYS > ZERO
               MOVE PARM-WAIT-DAYS TO WS-WAIT-DAYS
           END-IF.
           IF PARM-HOLDER-RUN = 'Y'
               MOVE 'Y' TO WS-HOLDER-RUN
           END-IF.
      *
      * Cards past the table's size, or with no state name, are
      * skipped rather than stopping the run.
       LOAD-STATE-RULES.
           OPEN INPUT RULE-FILE.
           PERFORM READ-RULE
           PERFORM UNTIL WS-RULE-EOF = 'Y'
               IF RUL-STATE-NAME NOT = SPACES
                   AND RUL-DORMANT-YEARS IS NUMERIC
                   AND WS-RULE-COUNT < 60
                   ADD 1 TO WS-RULE-COUNT
                   MOVE RUL-STATE-NAME
                       TO STR-STATE-NAME (WS-RULE-COUNT)
                   MOVE RUL-STATE-CODE
                       TO STR-STATE-CODE (WS-RULE-COUNT)
                   MOVE RUL-DORMANT-YEARS
                       TO STR-DORMANT-YEARS (WS-RULE-COUNT)
                   MOVE RUL-HOLDER-ID
                       TO STR-HOLDER-ID (WS-RULE-COUNT)
               END-IF
               PERFORM READ-RULE
           END-PERFORM.
           CLOSE RULE-FILE.
      *
       WRITE-HEADERS.
           WRITE REFUND-LINE-REC FROM REFUND-HEADER-1.
           WRITE REFUND-LINE-REC FROM REFUND-HEADER-2.
           WRITE REFUND-LINE-REC FROM REFUND-HEADER-3.
           MOVE SPACES TO REFUND-LINE-REC.
      *
      * The master is worked in the sort's input procedure; only the
      * holder run releases anything, so on other runs the holder
      * report comes out empty.
       SORT-ESCHEATMENTS.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-STATE-CODE
                                SRT-ACCT-NO
               INPUT PROCEDURE IS PROCESS-CREDIT-BALANCES
               OUTPUT PROCEDURE IS WRITE-HOLDER-REPORTS.
      *
       CLOSE-STOP.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE ACCT-REC.
           CLOSE ESCH-FILE.
           CLOSE HIST-FILE.
           CLOSE REFUND-FILE.
           CLOSE LETTER-LINE.
           CLOSE HOLDER-FILE.
           CLOSE REFUND-LINE.
           GOBACK.
      *
       READ-RULE.
           READ RULE-FILE
               AT END MOVE 'Y' TO WS-RULE-EOF
           END-READ.
      *
       PROCESS-CREDIT-BALANCES.
           MOVE LOW-VALUES TO ACCT-NO.
           START ACCT-REC KEY IS >= ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO LASTREC
               NOT INVALID KEY
                   MOVE 'N' TO LASTREC
           END-START.
           PERFORM READ-ACCOUNT
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO WS-RECORD-COUNT
               PERFORM CHECK-CREDIT-BALANCE
               PERFORM READ-ACCOUNT
           END-PERFORM
           .
      *
       READ-ACCOUNT.
           IF LASTREC NOT = 'Y'
               READ ACCT-REC NEXT RECORD
                   AT END MOVE 'Y' TO LASTREC
               END-READ
           END-IF.
      *
      * An open letter is settled first: activity since the letter
      * date, or no credit left, closes the case, and the account is
      * then looked at afresh. A charged-off account's debt sits on
      * CBL0024's file, so the only balance it can carry is a credit:
      * money CBL0008 took in past the charged-off principal, owed
      * back like any other. A credit with no usable activity date
      * is listed and held rather than judged on garbage data, the
      * same guard CBL0012 uses.
       CHECK-CREDIT-BALANCE.
           MOVE ACCT-NO TO ESC-ACCT-NO.
           READ ESCH-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ESCH-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ESCH-FOUND
           END-READ.
           IF WS-ESCH-FOUND = 'Y' AND ESC-STAT-LETTER-SENT
               IF ACCT-BALANCE NOT < ZERO
                   OR (LAST-ACTIVITY-DATE IS NUMERIC
                       AND LAST-ACTIVITY-DATE > ESC-LETTER-DATE)
                   PERFORM CLOSE-ESCHEAT-CASE
               END-IF
           END-IF.
           IF ACCT-BALANCE < ZERO
               ADD 1 TO WS-CREDIT-COUNT
               COMPUTE WS-CREDIT-AMOUNT = ZERO - ACCT-BALANCE
               PERFORM FIND-STATE-RULE
               IF LAST-ACTIVITY-DATE IS NUMERIC
                   AND LAST-ACTIVITY-DATE > ZERO
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (LAST-ACTIVITY-DATE) = 0
                   PERFORM CHECK-CREDIT-ACTION
               ELSE
                   MOVE 'NO ACTIVITY DATE' TO RFL-ACTION-O
                   PERFORM WRITE-HELD-LINE
               END-IF
           END-IF.
      *
      * A letter already out is waited on. Otherwise an account past
      * its state's dormancy period gets its letter, whatever its
      * status; short of that, a credit older than the refund period
      * goes back to the customer, unless the account is blocked (the
      * fraud unit decides) or the customer has died (it goes to the
      * estate through client services).
       CHECK-CREDIT-ACTION.
           COMPUTE WS-DAYS-SINCE-ACTIVITY =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (LAST-ACTIVITY-DATE).
           MOVE 99999999 TO WS-DORMANT-DATE.
           IF WS-RULE-FOUND = 'Y'
               COMPUTE WS-DORMANT-DATE =
                   LAST-ACTIVITY-DATE + WS-DORMANT-YEARS * 10000
           END-IF.
           EVALUATE TRUE
               WHEN WS-ESCH-FOUND = 'Y' AND ESC-STAT-LETTER-SENT
                   PERFORM CHECK-LETTER-WAIT
               WHEN WS-DORMANT-DATE NOT > WS-RUN-DATE
                   PERFORM SEND-DUE-DILIGENCE
               WHEN WS-DAYS-SINCE-ACTIVITY < WS-REFUND-DAYS
                   CONTINUE
               WHEN ACCT-STAT-BLOCKED
                   MOVE 'HELD BLOCKED' TO RFL-ACTION-O
                   PERFORM WRITE-HELD-LINE
               WHEN ACCT-STAT-DECEASED
                   MOVE 'HELD DECEASED' TO RFL-ACTION-O
                   PERFORM WRITE-HELD-LINE
               WHEN OTHER
                   PERFORM ISSUE-REFUND
           END-EVALUATE.
      *
      * The rules deck is searched on the state name as the master
      * carries it. No card means the dormancy clock cannot be run;
      * the account can still be refunded but is never escheated.
       FIND-STATE-RULE.
           MOVE 'N'    TO WS-RULE-FOUND.
           MOVE SPACES TO WS-STATE-CODE WS-HOLDER-ID.
           MOVE ZERO   TO WS-DORMANT-YEARS.
           SET RULE-IDX TO 1.
           SEARCH STATE-RULE-ENTRY
               AT END
                   CONTINUE
               WHEN RULE-IDX > WS-RULE-COUNT
                   CONTINUE
               WHEN STR-STATE-NAME (RULE-IDX) = USA-STATE
                   MOVE 'Y' TO WS-RULE-FOUND
                   MOVE STR-STATE-CODE (RULE-IDX)    TO WS-STATE-CODE
                   MOVE STR-DORMANT-YEARS (RULE-IDX)
                       TO WS-DORMANT-YEARS
                   MOVE STR-HOLDER-ID (RULE-IDX)     TO WS-HOLDER-ID
           END-SEARCH.
      *
       CLOSE-ESCHEAT-CASE.
           DELETE ESCH-FILE RECORD.
           MOVE 'N' TO WS-ESCH-FOUND.
           ADD 1 TO WS-RESPONDED-COUNT.
           MOVE SPACES       TO REFUND-LINE-REC.
           MOVE ACCT-NO      TO RFL-ACCT-NO-O.
           MOVE LAST-NAME    TO RFL-LAST-NAME-O.
           MOVE USA-STATE    TO RFL-STATE-O.
           MOVE ESC-AMOUNT   TO RFL-AMOUNT-O.
           MOVE 'OWNER RESPONDED' TO RFL-ACTION-O.
           WRITE REFUND-LINE-REC.
      *
       ISSUE-REFUND.
           MOVE SPACES           TO REFUND-REC.
           MOVE ACCT-NO          TO RFD-ACCT-NO.
           MOVE FIRST-NAME       TO RFD-FIRST-NAME.
           MOVE LAST-NAME        TO RFD-LAST-NAME.
           MOVE STREET-ADDR      TO RFD-STREET-ADDR.
           MOVE CITY-COUNTY      TO RFD-CITY-COUNTY.
           MOVE USA-STATE        TO RFD-USA-STATE.
           MOVE ZIP-CODE         TO RFD-ZIP-CODE.
           MOVE WS-CREDIT-AMOUNT TO RFD-AMOUNT.
           MOVE WS-RUN-DATE      TO RFD-REQUEST-DATE.
           WRITE REFUND-REC.
           MOVE 'K' TO WS-OFFSET-TYPE.
           PERFORM POST-CREDIT-OFFSET.
           ADD 1 TO WS-REFUND-COUNT.
           ADD WS-CREDIT-AMOUNT TO WS-TOTAL-REFUNDED.
           MOVE 'REFUND ISSUED' TO RFL-ACTION-O.
           PERFORM WRITE-ACTION-LINE.
      *
      * The letter goes to the address on the master, and the case
      * is opened (or reopened, for an account that has escheated
      * before and built up a new credit) with the letter date.
       SEND-DUE-DILIGENCE.
           PERFORM WRITE-DUE-DILIGENCE-LETTER.
           MOVE ACCT-NO            TO ESC-ACCT-NO.
           MOVE WS-STATE-CODE      TO ESC-STATE-CODE.
           MOVE WS-CREDIT-AMOUNT   TO ESC-AMOUNT.
           MOVE LAST-ACTIVITY-DATE TO ESC-LAST-ACTIVITY.
           MOVE WS-RUN-DATE        TO ESC-LETTER-DATE.
           MOVE 'L'                TO ESC-STATUS.
           MOVE ZERO               TO ESC-REPORT-DATE.
           IF WS-ESCH-FOUND = 'Y'
               REWRITE ESCH-REC
           ELSE
               WRITE ESCH-REC
           END-IF.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE 'LETTER SENT' TO RFL-ACTION-O.
           PERFORM WRITE-ACTION-LINE.
      *
      * Once the letter's answer period has run out, the holder run
      * remits the credit to the owner's state; on any other run, or
      * inside the period, the case just waits.
       CHECK-LETTER-WAIT.
           COMPUTE WS-WAIT-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (ESC-LETTER-DATE)
                + WS-WAIT-DAYS).
           IF WS-HOLDER-RUN = 'Y'
               AND WS-WAIT-END-DATE NOT > WS-RUN-DATE
               AND WS-RULE-FOUND = 'Y'
               PERFORM ESCHEAT-ACCOUNT
           ELSE
               ADD 1 TO WS-PENDING-COUNT
               MOVE 'LETTER PENDING' TO RFL-ACTION-O
               PERFORM WRITE-ACTION-LINE
           END-IF.
      *
       ESCHEAT-ACCOUNT.
           MOVE 'U' TO WS-OFFSET-TYPE.
           PERFORM POST-CREDIT-OFFSET.
           MOVE WS-STATE-CODE    TO ESC-STATE-CODE.
           MOVE WS-CREDIT-AMOUNT TO ESC-AMOUNT.
           MOVE 'E'              TO ESC-STATUS.
           MOVE WS-RUN-DATE      TO ESC-REPORT-DATE.
           REWRITE ESCH-REC.
           PERFORM RELEASE-PROPERTY-RECORD.
           ADD 1 TO WS-ESCHEAT-COUNT.
           ADD WS-CREDIT-AMOUNT TO WS-TOTAL-ESCHEATED.
           MOVE 'ESCHEATED' TO RFL-ACTION-O.
           PERFORM WRITE-ACTION-LINE.
      *
      * The credit comes off the balance and a refund ('K') or
      * escheat ('U') history record carries it onto the statement.
       POST-CREDIT-OFFSET.
           MOVE ZERO TO ACCT-BALANCE.
           REWRITE ACCT-FIELDS.
           ADD 1 TO WS-HIST-SEQ.
           MOVE ACCT-NO          TO HST-ACCT-NO.
           MOVE WS-RUN-DATE      TO HST-TRANS-DATE.
           MOVE WS-HIST-SEQ      TO HST-TRANS-SEQ.
           MOVE WS-OFFSET-TYPE   TO HST-TRANS-TYPE.
           MOVE WS-CREDIT-AMOUNT TO HST-AMOUNT.
           WRITE HIST-REC.
      *
       RELEASE-PROPERTY-RECORD.
           MOVE ZERO               TO PR-SEQUENCE.
           MOVE LAST-NAME          TO PR-OWNER-LAST.
           MOVE FIRST-NAME         TO PR-OWNER-FIRST.
           MOVE STREET-ADDR        TO PR-OWNER-ADDR-1.
           MOVE SPACES             TO PR-OWNER-ADDR-2.
           MOVE CITY-COUNTY        TO PR-OWNER-CITY.
           MOVE WS-STATE-CODE      TO PR-OWNER-STATE.
           MOVE ZIP-CODE           TO PR-OWNER-ZIP.
           MOVE LAST-ACTIVITY-DATE TO PR-LAST-ACTIVITY.
           MOVE ESC-LETTER-DATE    TO PR-LETTER-DATE.
           MOVE WS-CREDIT-AMOUNT   TO PR-AMOUNT-REPORTED.
           MOVE WS-CREDIT-AMOUNT   TO PR-AMOUNT-REMITTED.
           MOVE ACCT-NO            TO PR-OWNER-ACCT-NO.
           MOVE WS-STATE-CODE      TO SRT-STATE-CODE.
           MOVE ACCT-NO            TO SRT-ACCT-NO.
           MOVE WS-HOLDER-ID       TO SRT-HOLDER-ID.
           MOVE WS-CREDIT-AMOUNT   TO SRT-AMOUNT.
           MOVE PROPERTY-RECORD    TO SRT-PROPERTY.
           RELEASE SORT-REC.
      *
       WRITE-DUE-DILIGENCE-LETTER.
           MOVE WS-HOLDER-NAME     TO LTR-HOLDER-NAME-O.
           MOVE SPACES             TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING PAGE.
           WRITE LETTER-REC FROM LETTER-LINE-1.
           MOVE WS-RUN-DATE        TO LTR-DATE-O.
           WRITE LETTER-REC FROM LETTER-LINE-2.
           MOVE SPACES             TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE FIRST-NAME         TO LTR-FIRST-NAME-O.
           MOVE LAST-NAME          TO LTR-LAST-NAME-O.
           WRITE LETTER-REC FROM LETTER-NAME-LINE.
           MOVE STREET-ADDR        TO LTR-ADDRESS-O.
           WRITE LETTER-REC FROM LETTER-ADDRESS-LINE.
           MOVE CITY-COUNTY        TO LTR-CITY-O.
           MOVE USA-STATE          TO LTR-STATE-O.
           MOVE ZIP-CODE           TO LTR-ZIP-O.
           WRITE LETTER-REC FROM LETTER-CITY-LINE.
           MOVE SPACES             TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE WS-CREDIT-AMOUNT   TO LTR-AMOUNT-O.
           MOVE ACCT-NO            TO LTR-ACCT-NO-O.
           WRITE LETTER-REC FROM LETTER-BODY-1.
           MOVE LAST-ACTIVITY-DATE TO LTR-ACTIVITY-O.
           WRITE LETTER-REC FROM LETTER-BODY-2.
           COMPUTE LTR-RESPOND-BY-O = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                + WS-WAIT-DAYS).
           WRITE LETTER-REC FROM LETTER-BODY-3.
           WRITE LETTER-REC FROM LETTER-BODY-4.
      *
       WRITE-ACTION-LINE.
           MOVE ACCT-NO          TO RFL-ACCT-NO-O.
           MOVE LAST-NAME        TO RFL-LAST-NAME-O.
           MOVE USA-STATE        TO RFL-STATE-O.
           MOVE WS-CREDIT-AMOUNT TO RFL-AMOUNT-O.
           WRITE REFUND-LINE-REC.
           MOVE SPACES TO REFUND-LINE-REC.
      *
       WRITE-HELD-LINE.
           ADD 1 TO WS-HELD-COUNT.
           PERFORM WRITE-ACTION-LINE.
      *
      * One holder report per state: holder record when the state
      * changes, the property records numbered within the state, and
      * the summary when the state's last record is out.
       WRITE-HOLDER-REPORTS.
           MOVE LOW-VALUES TO WS-REPORT-STATE.
           PERFORM RETURN-PROPERTY-RECORD
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               IF SRT-STATE-CODE NOT = WS-REPORT-STATE
                   IF WS-REPORT-STATE NOT = LOW-VALUES
                       PERFORM WRITE-HOLDER-SUMMARY
                   END-IF
                   PERFORM WRITE-HOLDER-HEADER
               END-IF
               ADD 1 TO WS-REPORT-SEQ
               ADD SRT-AMOUNT TO WS-REPORT-TOTAL
               MOVE SRT-PROPERTY  TO PROPERTY-RECORD
               MOVE WS-REPORT-SEQ TO PR-SEQUENCE
               WRITE HOLDER-REC FROM PROPERTY-RECORD
               PERFORM RETURN-PROPERTY-RECORD
           END-PERFORM.
           IF WS-REPORT-STATE NOT = LOW-VALUES
               PERFORM WRITE-HOLDER-SUMMARY
           END-IF.
      *
       RETURN-PROPERTY-RECORD.
           RETURN SORT-FILE
           AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
      *
       WRITE-HOLDER-HEADER.
           MOVE SRT-STATE-CODE    TO WS-REPORT-STATE.
           MOVE ZERO              TO WS-REPORT-SEQ WS-REPORT-TOTAL.
           MOVE WS-HOLDER-TAX-ID  TO HH-HOLDER-TAX-ID.
           MOVE WS-CURRENT-YEAR   TO HH-REPORT-YEAR.
           MOVE SRT-STATE-CODE    TO HH-STATE-CODE.
           MOVE SRT-HOLDER-ID     TO HH-STATE-HOLDER-ID.
           MOVE WS-HOLDER-NAME    TO HH-HOLDER-NAME.
           MOVE WS-HOLDER-ADDR    TO HH-HOLDER-ADDR.
           MOVE WS-HOLDER-CITY    TO HH-HOLDER-CITY.
           MOVE WS-HOLDER-STATE   TO HH-HOLDER-STATE.
           MOVE WS-HOLDER-ZIP     TO HH-HOLDER-ZIP.
           MOVE WS-HOLDER-CONTACT TO HH-CONTACT-NAME.
           MOVE WS-HOLDER-PHONE   TO HH-CONTACT-PHONE.
           MOVE WS-RUN-DATE       TO HH-REPORT-DATE.
           WRITE HOLDER-REC FROM HOLDER-HEADER-RECORD.
      *
       WRITE-HOLDER-SUMMARY.
           MOVE WS-REPORT-SEQ     TO HS-PROPERTY-COUNT.
           MOVE WS-REPORT-TOTAL   TO HS-TOTAL-REPORTED.
           MOVE WS-REPORT-TOTAL   TO HS-TOTAL-REMITTED.
           WRITE HOLDER-REC FROM HOLDER-SUMMARY-RECORD.
      *
       WRITE-CONTROL-TOTALS.
           MOVE WS-RECORD-COUNT    TO CTL-RECORD-COUNT-O.
           MOVE WS-CREDIT-COUNT    TO CTL-CREDIT-O.
           MOVE WS-REFUND-COUNT    TO CTL-REFUND-O.
           MOVE WS-LETTER-COUNT    TO CTL-LETTER-O.
           MOVE WS-PENDING-COUNT   TO CTL-PENDING-O.
           MOVE WS-RESPONDED-COUNT TO CTL-RESPONDED-O.
           MOVE WS-ESCHEAT-COUNT   TO CTL-ESCHEAT-O.
           MOVE WS-HELD-COUNT      TO CTL-HELD-O.
           MOVE WS-TOTAL-REFUNDED  TO CTL-TOTAL-REFUNDED-O.
           MOVE WS-TOTAL-ESCHEATED TO CTL-TOTAL-ESCHEATED-O.
           MOVE SPACES TO REFUND-LINE-REC.
           WRITE REFUND-LINE-REC.
           WRITE REFUND-LINE-REC FROM CONTROL-HEADER-1.
           WRITE REFUND-LINE-REC FROM CONTROL-TOTAL-LINE-1.
           WRITE REFUND-LINE-REC FROM CONTROL-TOTAL-LINE-2.
           WRITE REFUND-LINE-REC FROM CONTROL-TOTAL-LINE-3.
           WRITE REFUND-LINE-REC FROM CONTROL-TOTAL-LINE-4.
           WRITE REFUND-LINE-REC FROM CONTROL-TOTAL-LINE-5.
           WRITE REFUND-LINE-REC FROM CONTROL-TOTAL-LINE-6.
           WRITE REFUND-LINE-REC FROM CONTROL-TOTAL-LINE-7.
           WRITE REFUND-LINE-REC FROM CONTROL-TOTAL-LINE-8.
           WRITE REFUND-LINE-REC FROM CONTROL-TOTAL-LINE-9.
           WRITE REFUND-LINE-REC FROM CONTROL-TOTAL-LINE-10.
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
