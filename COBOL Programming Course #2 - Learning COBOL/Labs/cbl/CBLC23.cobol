      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0028.
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
           SELECT DELQ-FILE   ASSIGN TO DELQFILE.
           SELECT SUMM-FILE   ASSIGN TO SUMMFILE.
           SELECT CHGOFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-ACCT-NO
               FILE STATUS IS WS-CHGOFF-STATUS.
           SELECT DISP-FILE   ASSIGN TO DSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CASE-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT SYSIN-CARD  ASSIGN TO SYSIN.
           SELECT METRO-FILE  ASSIGN TO METRO2.
           SELECT EXCP-LINE   ASSIGN TO EXCPLINE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      * Monthly credit bureau extract: one Metro 2 base segment per
      * account on the master, bracketed by the bureau header and
      * trailer records, in the 426-byte character format. Accounts
      * whose name, address, state, or ZIP would get the file
      * rejected are left out and listed on the exceptions report
      * instead, so they can be fixed through CBL0007 before the
      * next month's file.
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
      * The delinquency carry-forward CBL0016 wrote as DELQOUT at
      * the last cycle close, delinquent accounts only, in ACCT-NO
      * order. Its buckets give the amount past due and the status.
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
      * CBL0019's monthly summary (SUMMOUT) for the month just
      * closed, one record per account with activity, in ACCT-NO
      * order: the month's payments and highest balance.
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
      * A charged-off account's balance lives on CBL0024's file: the
      * bureaus see the principal less what has been recovered.
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
      * CBL0022's case file: an account with an open case is
      * reported as disputed by the consumer.
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
      * The minimum-payment fields in the same columns as CBL0016's
      * cycle card, so the same card serves both: percent of balance
      * in columns 1-4 (99V99), floor in whole dollars in columns
      * 5-9. The scheduled payment reported is then the minimum the
      * statement asked for.
       FD  SYSIN-CARD RECORDING MODE F.
       01  PARM-CARD.
           05  PARM-MINPAY-PCT    PIC 9(2)V99.
           05  PARM-MINPAY-FLOOR  PIC 9(5).
           05  FILLER             PIC X(71).
      *
      * Header, base segment, and trailer are all built in
      * WORKING-STORAGE and written FROM there.
       FD  METRO-FILE RECORDING MODE F.
       01  METRO-REC              PIC X(426).
      *
       FD  EXCP-LINE RECORDING MODE F.
       01  EXCP-REC.
           05  EXC-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EXC-LAST-NAME-O    PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EXC-STATE-O        PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EXC-ZIP-O          PIC X(9).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EXC-REASON-O       PIC X(20).
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
       01  WS-DISP-STATUS       PIC X(2) VALUE '00'.
       01  WS-CASE-LASTREC      PIC X VALUE SPACE.
      *
      * The two sorted side files, each at HIGH-VALUES once it runs
      * out, matched to the master the way CBL0016 matches its
      * carry-forward to the history.
       01  WS-MATCH-CONTROLS.
           05 WS-DELQ-ACCT       PIC X(8) VALUE LOW-VALUES.
           05 WS-SUMM-ACCT       PIC X(8) VALUE LOW-VALUES.
      *
      * Built-in defaults, overridden by the parameter card, the
      * same as CBL0016's.
       01  WS-BUREAU-PARMS.
           05 WS-MINPAY-PCT      PIC S9(2)V99 COMP-3 VALUE 2.50.
           05 WS-MINPAY-FLOOR    PIC S9(5)    COMP-3 VALUE 10.
      *
      * The reporter's identity with the bureaus, as assigned when
      * the data furnisher agreements were signed.
       01  WS-REPORTER.
           05 WS-BUREAU-ID-NO    PIC X(20) VALUE 'CARDSVCS0001'.
           05 WS-EQUIFAX-ID      PIC X(10) VALUE 'EQ00000001'.
           05 WS-EXPERIAN-ID     PIC X(5)  VALUE 'EX001'.
           05 WS-TRANSUNION-ID   PIC X(10) VALUE 'TU00000001'.
           05 WS-INNOVIS-ID      PIC X(10) VALUE 'IN00000001'.
           05 WS-PROGRAM-DATE    PIC X(8)  VALUE '01012025'.
           05 WS-REPORTER-NAME   PIC X(40) VALUE 'CARD SERVICES'.
           05 WS-REPORTER-ADDR   PIC X(96) VALUE
               '100 MAIN STREET ANYTOWN NY 10001'.
           05 WS-REPORTER-PHONE  PIC 9(10) VALUE 8005550100.
      *
      * USA-STATE holds the state's name, as CBL0006 validates it;
      * Metro 2 wants the postal code. A name not in the table is a
      * non-standard state and the account goes to the exceptions.
       01  STATE-CODE-VALUES.
           05  FILLER  PIC X(17) VALUE 'Alabama        AL'.
           05  FILLER  PIC X(17) VALUE 'Alaska         AK'.
           05  FILLER  PIC X(17) VALUE 'Arizona        AZ'.
           05  FILLER  PIC X(17) VALUE 'Arkansas       AR'.
           05  FILLER  PIC X(17) VALUE 'California     CA'.
           05  FILLER  PIC X(17) VALUE 'Colorado       CO'.
           05  FILLER  PIC X(17) VALUE 'Connecticut    CT'.
           05  FILLER  PIC X(17) VALUE 'Delaware       DE'.
           05  FILLER  PIC X(17) VALUE 'Florida        FL'.
           05  FILLER  PIC X(17) VALUE 'Georgia        GA'.
           05  FILLER  PIC X(17) VALUE 'Hawaii         HI'.
           05  FILLER  PIC X(17) VALUE 'Idaho          ID'.
           05  FILLER  PIC X(17) VALUE 'Illinois       IL'.
           05  FILLER  PIC X(17) VALUE 'Indiana        IN'.
           05  FILLER  PIC X(17) VALUE 'Iowa           IA'.
           05  FILLER  PIC X(17) VALUE 'Kansas         KS'.
           05  FILLER  PIC X(17) VALUE 'Kentucky       KY'.
           05  FILLER  PIC X(17) VALUE 'Louisiana      LA'.
           05  FILLER  PIC X(17) VALUE 'Maine          ME'.
           05  FILLER  PIC X(17) VALUE 'Maryland       MD'.
           05  FILLER  PIC X(17) VALUE 'Massachusetts  MA'.
           05  FILLER  PIC X(17) VALUE 'Michigan       MI'.
           05  FILLER  PIC X(17) VALUE 'Minnesota      MN'.
           05  FILLER  PIC X(17) VALUE 'Mississippi    MS'.
           05  FILLER  PIC X(17) VALUE 'Missouri       MO'.
           05  FILLER  PIC X(17) VALUE 'Montana        MT'.
           05  FILLER  PIC X(17) VALUE 'Nebraska       NE'.
           05  FILLER  PIC X(17) VALUE 'Nevada         NV'.
           05  FILLER  PIC X(17) VALUE 'New Hampshire  NH'.
           05  FILLER  PIC X(17) VALUE 'New Jersey     NJ'.
           05  FILLER  PIC X(17) VALUE 'New Mexico     NM'.
           05  FILLER  PIC X(17) VALUE 'New York       NY'.
           05  FILLER  PIC X(17) VALUE 'North Carolina NC'.
           05  FILLER  PIC X(17) VALUE 'North Dakota   ND'.
           05  FILLER  PIC X(17) VALUE 'Ohio           OH'.
           05  FILLER  PIC X(17) VALUE 'Oklahoma       OK'.
           05  FILLER  PIC X(17) VALUE 'Oregon         OR'.
           05  FILLER  PIC X(17) VALUE 'Pennsylvania   PA'.
           05  FILLER  PIC X(17) VALUE 'Rhode Island   RI'.
           05  FILLER  PIC X(17) VALUE 'South Carolina SC'.
           05  FILLER  PIC X(17) VALUE 'South Dakota   SD'.
           05  FILLER  PIC X(17) VALUE 'Tennessee      TN'.
           05  FILLER  PIC X(17) VALUE 'Texas          TX'.
           05  FILLER  PIC X(17) VALUE 'Utah           UT'.
           05  FILLER  PIC X(17) VALUE 'Vermont        VT'.
           05  FILLER  PIC X(17) VALUE 'Virginia       VA'.
           05  FILLER  PIC X(17) VALUE 'Washington     WA'.
           05  FILLER  PIC X(17) VALUE 'West Virginia  WV'.
           05  FILLER  PIC X(17) VALUE 'Wisconsin      WI'.
           05  FILLER  PIC X(17) VALUE 'Wyoming        WY'.
      *
       01  STATE-CODE-TABLE REDEFINES STATE-CODE-VALUES.
           05  STATE-CODE-ENTRY OCCURS 50 TIMES
                                INDEXED BY STATE-IDX.
               10  STC-STATE-NAME     PIC X(15).
               10  STC-STATE-CODE     PIC X(2).
      *
       01  WS-ACCOUNT-FIELDS.
           05 WS-REJECT-REASON   PIC X(20) VALUE SPACES.
           05 WS-STATE-CODE      PIC X(2) VALUE SPACES.
           05 WS-OPEN-CASES      PIC 9(5) VALUE ZERO.
           05 WS-REPORT-BALANCE  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-PAST-DUE        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-HIGH-BALANCE    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-MIN-PAYMENT     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-FIRST-DELQ      PIC 9(8) VALUE ZERO.
           05 WS-CLOSED-DATE     PIC 9(8) VALUE ZERO.
           05 WS-PROFILE-MONTH   PIC X(1) VALUE SPACE.
      *
      * Dates go to the bureaus month, day, year.
       01  WS-YMD-DATE           PIC 9(8) VALUE ZERO.
       01  WS-YMD-PARTS REDEFINES WS-YMD-DATE.
           05  WS-YMD-YEAR       PIC 9(4).
           05  WS-YMD-MONTH      PIC 9(2).
           05  WS-YMD-DAY        PIC 9(2).
       01  WS-MDY-DATE.
           05  WS-MDY-MONTH      PIC 9(2).
           05  WS-MDY-DAY        PIC 9(2).
           05  WS-MDY-YEAR       PIC 9(4).
       01  WS-RUN-MDY            PIC X(8) VALUE SPACES.
      *
       01  WS-CONTROL-TOTALS.
           05 WS-RECORD-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-REPORTED-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
           05 WS-DELINQ-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-CHGOFF-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-DISPUTED-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-REPORTED  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-STATUS-COUNTS.
               10 WS-STAT-11     PIC 9(9) VALUE ZERO.
               10 WS-STAT-13     PIC 9(9) VALUE ZERO.
               10 WS-STAT-64     PIC 9(9) VALUE ZERO.
               10 WS-STAT-71     PIC 9(9) VALUE ZERO.
               10 WS-STAT-78     PIC 9(9) VALUE ZERO.
               10 WS-STAT-80     PIC 9(9) VALUE ZERO.
               10 WS-STAT-82     PIC 9(9) VALUE ZERO.
               10 WS-STAT-83     PIC 9(9) VALUE ZERO.
               10 WS-STAT-84     PIC 9(9) VALUE ZERO.
               10 WS-STAT-97     PIC 9(9) VALUE ZERO.
      *
       01  METRO-HEADER.
           05  M2H-RDW            PIC X(4)  VALUE '0426'.
           05  M2H-RECORD-ID      PIC X(6)  VALUE 'HEADER'.
           05  M2H-CYCLE-NUMBER   PIC X(2)  VALUE SPACES.
           05  M2H-INNOVIS-ID     PIC X(10) VALUE SPACES.
           05  M2H-EQUIFAX-ID     PIC X(10) VALUE SPACES.
           05  M2H-EXPERIAN-ID    PIC X(5)  VALUE SPACES.
           05  M2H-TRANSUNION-ID  PIC X(10) VALUE SPACES.
           05  M2H-ACTIVITY-DATE  PIC X(8)  VALUE SPACES.
           05  M2H-DATE-CREATED   PIC X(8)  VALUE SPACES.
           05  M2H-PROGRAM-DATE   PIC X(8)  VALUE SPACES.
           05  M2H-REVISION-DATE  PIC X(8)  VALUE SPACES.
           05  M2H-REPORTER-NAME  PIC X(40) VALUE SPACES.
           05  M2H-REPORTER-ADDR  PIC X(96) VALUE SPACES.
           05  M2H-REPORTER-PHONE PIC 9(10) VALUE ZERO.
           05  M2H-VENDOR-NAME    PIC X(40) VALUE SPACES.
           05  M2H-VENDOR-VERSION PIC X(5)  VALUE SPACES.
           05  M2H-PRBC-ID        PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(146) VALUE SPACES.
      *
      * Portfolio 'R' revolving, account type '18' credit card.
       01  METRO-BASE.
           05  M2B-RDW            PIC X(4)  VALUE '0426'.
           05  M2B-PROCESS-IND    PIC X(1)  VALUE '1'.
           05  M2B-TIME-STAMP.
               10  M2B-STAMP-DATE PIC X(8).
               10  M2B-STAMP-HOUR PIC 9(2).
               10  M2B-STAMP-MIN  PIC 9(2).
               10  M2B-STAMP-SEC  PIC 9(2).
           05  M2B-CORRECTION-IND PIC X(1)  VALUE '0'.
           05  M2B-ID-NUMBER      PIC X(20) VALUE SPACES.
           05  M2B-CYCLE-ID       PIC X(2)  VALUE SPACES.
           05  M2B-CONS-ACCT-NO   PIC X(30) VALUE SPACES.
           05  M2B-PORTFOLIO-TYPE PIC X(1)  VALUE 'R'.
           05  M2B-ACCOUNT-TYPE   PIC X(2)  VALUE '18'.
           05  M2B-DATE-OPENED    PIC 9(8)  VALUE ZERO.
           05  M2B-CREDIT-LIMIT   PIC 9(9)  VALUE ZERO.
           05  M2B-HIGH-CREDIT    PIC 9(9)  VALUE ZERO.
           05  M2B-TERMS-DURATION PIC X(3)  VALUE 'REV'.
           05  M2B-TERMS-FREQ     PIC X(1)  VALUE 'M'.
           05  M2B-SCHED-PAYMENT  PIC 9(9)  VALUE ZERO.
           05  M2B-ACTUAL-PAYMENT PIC 9(9)  VALUE ZERO.
           05  M2B-ACCOUNT-STATUS PIC X(2)  VALUE SPACES.
           05  M2B-PAYMENT-RATING PIC X(1)  VALUE SPACES.
           05  M2B-PAY-HISTORY.
               10  M2B-HISTORY-MONTH PIC X(1).
               10  M2B-HISTORY-PRIOR PIC X(23).
           05  M2B-SPECIAL-COMMENT PIC X(2) VALUE SPACES.
           05  M2B-COMPLIANCE-CODE PIC X(2) VALUE SPACES.
           05  M2B-CURRENT-BALANCE PIC 9(9) VALUE ZERO.
           05  M2B-AMOUNT-PAST-DUE PIC 9(9) VALUE ZERO.
           05  M2B-ORIG-CHGOFF-AMT PIC 9(9) VALUE ZERO.
           05  M2B-DATE-ACCT-INFO PIC X(8)  VALUE SPACES.
           05  M2B-DATE-FIRST-DELQ PIC X(8) VALUE SPACES.
           05  M2B-DATE-CLOSED    PIC X(8)  VALUE SPACES.
           05  M2B-DATE-LAST-PAY  PIC X(8)  VALUE SPACES.
           05  M2B-INTEREST-TYPE  PIC X(1)  VALUE 'V'.
           05  FILLER             PIC X(16) VALUE SPACES.
           05  M2B-TRANS-TYPE     PIC X(1)  VALUE SPACES.
           05  M2B-SURNAME        PIC X(25) VALUE SPACES.
           05  M2B-FIRST-NAME     PIC X(20) VALUE SPACES.
           05  M2B-MIDDLE-NAME    PIC X(20) VALUE SPACES.
           05  M2B-GENERATION     PIC X(1)  VALUE SPACES.
           05  M2B-SSN            PIC 9(9)  VALUE ZERO.
           05  M2B-BIRTH-DATE     PIC 9(8)  VALUE ZERO.
           05  M2B-TELEPHONE      PIC 9(10) VALUE ZERO.
           05  M2B-ECOA-CODE      PIC X(1)  VALUE '1'.
           05  M2B-CONS-INFO-IND  PIC X(2)  VALUE SPACES.
           05  M2B-COUNTRY-CODE   PIC X(2)  VALUE 'US'.
           05  M2B-ADDRESS-1      PIC X(32) VALUE SPACES.
           05  M2B-ADDRESS-2      PIC X(32) VALUE SPACES.
           05  M2B-CITY           PIC X(20) VALUE SPACES.
           05  M2B-STATE          PIC X(2)  VALUE SPACES.
           05  M2B-POSTAL-CODE    PIC X(9)  VALUE SPACES.
           05  M2B-ADDRESS-IND    PIC X(1)  VALUE SPACES.
           05  M2B-RESIDENCE-CODE PIC X(1)  VALUE SPACES.
      *
      * Status counts this file can carry are named; the rest of the
      * bureau's trailer totals stay zero.
       01  METRO-TRAILER.
           05  M2T-RDW            PIC X(4)  VALUE '0426'.
           05  M2T-RECORD-ID      PIC X(7)  VALUE 'TRAILER'.
           05  M2T-TOTAL-BASE     PIC 9(9)  VALUE ZERO.
           05  FILLER             PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-DF       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-J1       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-J2       PIC 9(9)  VALUE ZERO.
           05  M2T-BLOCK-COUNT    PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-DA       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-05       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-11       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-13       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-61       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-62       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-63       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-64       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-65       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-71       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-78       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-80       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-82       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-83       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-84       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-88       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-89       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-93       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-94       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-95       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-96       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-97       PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-ECOA-Z   PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-EMPLOY   PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-ORIG-CRED PIC 9(9) VALUE ZERO.
           05  M2T-TOTAL-PURCHASED PIC 9(9) VALUE ZERO.
           05  M2T-TOTAL-MORTGAGE PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-SPEC-PAY PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-CHANGE   PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-SSN-ALL  PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-SSN-BASE PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-SSN-J1   PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-SSN-J2   PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-DOB-ALL  PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-DOB-BASE PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-DOB-J1   PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-DOB-J2   PIC 9(9)  VALUE ZERO.
           05  M2T-TOTAL-PHONE    PIC 9(9)  VALUE ZERO.
           05  FILLER             PIC X(19) VALUE SPACES.
      *
       01  EXCP-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Credit Bureau Exceptions'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  EXCP-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'Last Name           '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE 'State          '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE 'ZIP      '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'Reason              '.
      *
       01  EXCP-HEADER-3.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE
               '--------------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE '---------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE '---------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE
               '--------------------'.
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
               'Accounts Reported= '.
           05  CTL-REPORTED-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-3.
           05  FILLER         PIC X(19) VALUE
               'Exceptions       = '.
           05  CTL-EXCEPTION-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-4.
           05  FILLER         PIC X(19) VALUE
               'Delinquent       = '.
           05  CTL-DELINQ-O   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-5.
           05  FILLER         PIC X(19) VALUE
               'Charged Off      = '.
           05  CTL-CHGOFF-O   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-6.
           05  FILLER         PIC X(19) VALUE
               'In Dispute       = '.
           05  CTL-DISPUTED-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-7.
           05  FILLER         PIC X(20) VALUE
               'Balances Reported = '.
           05  CTL-TOTAL-REPORTED-O PIC $$$,$$$,$$$,$$9.99.
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
           MOVE WS-RUN-DATE TO WS-YMD-DATE.
           PERFORM FORMAT-MDY-DATE.
           MOVE WS-MDY-DATE TO WS-RUN-MDY.
           OPEN INPUT ACCT-REC.
           OPEN INPUT DELQ-FILE.
           OPEN INPUT SUMM-FILE.
           OPEN INPUT CHGOFF-FILE.
           OPEN INPUT DISP-FILE.
           OPEN OUTPUT METRO-FILE.
           OPEN OUTPUT EXCP-LINE.
      *
      * Falls through from OPEN-FILES the way READ-CYCLE-PARM does
      * in CBL0016: any positive card field overrides its default.
       READ-BUREAU-PARM.
           MOVE SPACES TO PARM-CARD.
           OPEN INPUT SYSIN-CARD.
           READ SYSIN-CARD
               AT END CONTINUE
           END-READ.
           CLOSE SYSIN-CARD.
           IF PARM-MINPAY-PCT IS NUMERIC
               AND PARM-MINPAY-PCT > ZERO
               MOVE PARM-MINPAY-PCT TO WS-MINPAY-PCT
           END-IF.
           IF PARM-MINPAY-FLOOR IS NUMERIC
               AND PARM-MINPAY-FLOOR > ZERO
               MOVE PARM-MINPAY-FLOOR TO WS-MINPAY-FLOOR
           END-IF.
      *
       WRITE-HEADERS.
           WRITE EXCP-REC FROM EXCP-HEADER-1.
           WRITE EXCP-REC FROM EXCP-HEADER-2.
           WRITE EXCP-REC FROM EXCP-HEADER-3.
           MOVE SPACES TO EXCP-REC.
           MOVE WS-INNOVIS-ID     TO M2H-INNOVIS-ID.
           MOVE WS-EQUIFAX-ID     TO M2H-EQUIFAX-ID.
           MOVE WS-EXPERIAN-ID    TO M2H-EXPERIAN-ID.
           MOVE WS-TRANSUNION-ID  TO M2H-TRANSUNION-ID.
           MOVE WS-RUN-MDY        TO M2H-ACTIVITY-DATE.
           MOVE WS-RUN-MDY        TO M2H-DATE-CREATED.
           MOVE WS-PROGRAM-DATE   TO M2H-PROGRAM-DATE.
           MOVE WS-PROGRAM-DATE   TO M2H-REVISION-DATE.
           MOVE WS-REPORTER-NAME  TO M2H-REPORTER-NAME.
           MOVE WS-REPORTER-ADDR  TO M2H-REPORTER-ADDR.
           MOVE WS-REPORTER-PHONE TO M2H-REPORTER-PHONE.
           WRITE METRO-REC FROM METRO-HEADER.
      *
       READ-NEXT-ACCOUNT.
           PERFORM READ-DELQ.
           PERFORM READ-SUMM.
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
               PERFORM REPORT-ACCOUNT
               PERFORM READ-ACCOUNT
           END-PERFORM
           .
      *
       CLOSE-STOP.
           PERFORM WRITE-TRAILER.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE ACCT-REC.
           CLOSE DELQ-FILE.
           CLOSE SUMM-FILE.
           CLOSE CHGOFF-FILE.
           CLOSE DISP-FILE.
           CLOSE METRO-FILE.
           CLOSE EXCP-LINE.
           GOBACK.
      *
       READ-ACCOUNT.
           IF LASTREC NOT = 'Y'
               READ ACCT-REC NEXT RECORD
                   AT END MOVE 'Y' TO LASTREC
               END-READ
           END-IF.
      *
       READ-DELQ.
           READ DELQ-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-DELQ-ACCT
               NOT AT END
                   MOVE DLQ-ACCT-NO TO WS-DELQ-ACCT
           END-READ.
      *
       READ-SUMM.
           READ SUMM-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SUMM-ACCT
               NOT AT END
                   MOVE SUM-ACCT-NO TO WS-SUMM-ACCT
           END-READ.
      *
      * Side-file records for accounts no longer on the master are
      * passed over; the master decides who is reported.
       REPORT-ACCOUNT.
           PERFORM UNTIL WS-DELQ-ACCT >= ACCT-NO
               PERFORM READ-DELQ
           END-PERFORM.
           PERFORM UNTIL WS-SUMM-ACCT >= ACCT-NO
               PERFORM READ-SUMM
           END-PERFORM.
           PERFORM CHECK-BUREAU-DATA.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               PERFORM BUILD-BASE-SEGMENT
               WRITE METRO-REC FROM METRO-BASE
               ADD 1 TO WS-REPORTED-COUNT
               ADD WS-REPORT-BALANCE TO WS-TOTAL-REPORTED
           END-IF.
      *
      * The fields a bureau rejects a record for, checked in the
      * order a clerk would fix them.
       CHECK-BUREAU-DATA.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-STATE-CODE.
           SET STATE-IDX TO 1.
           SEARCH STATE-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN STC-STATE-NAME (STATE-IDX) = USA-STATE
                   MOVE STC-STATE-CODE (STATE-IDX) TO WS-STATE-CODE
           END-SEARCH.
           EVALUATE TRUE
               WHEN LAST-NAME = SPACES
                   MOVE 'MISSING LAST NAME'  TO WS-REJECT-REASON
               WHEN FIRST-NAME = SPACES
                   MOVE 'MISSING FIRST NAME' TO WS-REJECT-REASON
               WHEN STREET-ADDR = SPACES
                   MOVE 'MISSING STREET'     TO WS-REJECT-REASON
               WHEN CITY-COUNTY = SPACES
                   MOVE 'MISSING CITY'       TO WS-REJECT-REASON
               WHEN WS-STATE-CODE = SPACES
                   MOVE 'NON-STANDARD STATE' TO WS-REJECT-REASON
               WHEN ZIP-CODE = SPACES
                   MOVE 'MISSING ZIP'        TO WS-REJECT-REASON
               WHEN ZIP-CODE (1:5) IS NOT NUMERIC
                   MOVE 'INVALID ZIP'        TO WS-REJECT-REASON
               WHEN ZIP-CODE (6:4) NOT = SPACES
                   AND ZIP-CODE (6:4) IS NOT NUMERIC
                   MOVE 'INVALID ZIP'        TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       BUILD-BASE-SEGMENT.
           MOVE WS-RUN-MDY        TO M2B-STAMP-DATE.
           MOVE WS-CURRENT-HOUR   TO M2B-STAMP-HOUR.
           MOVE WS-CURRENT-MINUTE TO M2B-STAMP-MIN.
           MOVE WS-CURRENT-SECOND TO M2B-STAMP-SEC.
           MOVE WS-BUREAU-ID-NO   TO M2B-ID-NUMBER.
           MOVE ACCT-CYCLE        TO M2B-CYCLE-ID.
           MOVE ACCT-NO           TO M2B-CONS-ACCT-NO.
           IF ACCT-LIMIT > ZERO
               MOVE ACCT-LIMIT    TO M2B-CREDIT-LIMIT
           ELSE
               MOVE ZERO          TO M2B-CREDIT-LIMIT
           END-IF.
           PERFORM SUM-OPEN-DISPUTES.
           PERFORM SET-ACCOUNT-STATUS.
           PERFORM SET-PAYMENT-FIELDS.
           IF WS-OPEN-CASES > ZERO
               MOVE 'XB' TO M2B-COMPLIANCE-CODE
               ADD 1 TO WS-DISPUTED-COUNT
           ELSE
               MOVE SPACES TO M2B-COMPLIANCE-CODE
           END-IF.
           MOVE WS-REPORT-BALANCE TO M2B-CURRENT-BALANCE.
           MOVE WS-PAST-DUE       TO M2B-AMOUNT-PAST-DUE.
           MOVE WS-RUN-MDY        TO M2B-DATE-ACCT-INFO.
           MOVE ZERO              TO M2B-DATE-FIRST-DELQ.
           IF WS-FIRST-DELQ > ZERO
               MOVE WS-FIRST-DELQ TO WS-YMD-DATE
               PERFORM FORMAT-MDY-DATE
               MOVE WS-MDY-DATE   TO M2B-DATE-FIRST-DELQ
           END-IF.
           MOVE ZERO              TO M2B-DATE-CLOSED.
           IF WS-CLOSED-DATE > ZERO
               MOVE WS-CLOSED-DATE TO WS-YMD-DATE
               PERFORM FORMAT-MDY-DATE
               MOVE WS-MDY-DATE   TO M2B-DATE-CLOSED
           END-IF.
           MOVE ZERO              TO M2B-DATE-LAST-PAY.
           MOVE WS-PROFILE-MONTH  TO M2B-HISTORY-MONTH.
           MOVE ALL 'B'           TO M2B-HISTORY-PRIOR.
           MOVE FUNCTION UPPER-CASE (LAST-NAME)  TO M2B-SURNAME.
           MOVE FUNCTION UPPER-CASE (FIRST-NAME) TO M2B-FIRST-NAME.
           IF ACCT-STAT-DECEASED
               MOVE 'X' TO M2B-ECOA-CODE
           ELSE
               MOVE '1' TO M2B-ECOA-CODE
           END-IF.
           MOVE FUNCTION UPPER-CASE (STREET-ADDR) TO M2B-ADDRESS-1.
           MOVE FUNCTION UPPER-CASE (CITY-COUNTY) TO M2B-CITY.
           MOVE WS-STATE-CODE     TO M2B-STATE.
           MOVE ZIP-CODE          TO M2B-POSTAL-CODE.
      *
      * Account status from the delinquency buckets, deepest first.
      * Past 120 days the status deepens with each further cycle
      * the account closes there. A charged-off account reports
      * what is still owed off the charge-off file, and a closed
      * account paid to zero reports closed.
       SET-ACCOUNT-STATUS.
           MOVE SPACES TO M2B-PAYMENT-RATING.
           MOVE ZERO   TO WS-PAST-DUE WS-FIRST-DELQ WS-CLOSED-DATE.
           MOVE ZERO   TO M2B-ORIG-CHGOFF-AMT.
           IF ACCT-BALANCE > ZERO
               MOVE ACCT-BALANCE TO WS-REPORT-BALANCE
           ELSE
               MOVE ZERO TO WS-REPORT-BALANCE
           END-IF.
           IF ACCT-STAT-CLOSED AND LAST-ACTIVITY-DATE IS NUMERIC
               MOVE LAST-ACTIVITY-DATE TO WS-CLOSED-DATE
           END-IF.
           IF WS-DELQ-ACCT = ACCT-NO
               COMPUTE WS-PAST-DUE = DLQ-BUCKET-30 + DLQ-BUCKET-60
                   + DLQ-BUCKET-90 + DLQ-BUCKET-120
               MOVE DLQ-FIRST-DELQ-DATE TO WS-FIRST-DELQ
           END-IF.
           EVALUATE TRUE
               WHEN ACCT-STAT-CHARGED-OFF
                   PERFORM SET-CHARGED-OFF-STATUS
               WHEN ACCT-STAT-CLOSED AND ACCT-BALANCE NOT > ZERO
                   MOVE '13' TO M2B-ACCOUNT-STATUS
                   MOVE '0'  TO M2B-PAYMENT-RATING
                   MOVE '0'  TO WS-PROFILE-MONTH
                   MOVE ZERO TO WS-PAST-DUE WS-FIRST-DELQ
                   ADD 1 TO WS-STAT-13
               WHEN WS-DELQ-ACCT = ACCT-NO AND DLQ-BUCKET-120 > ZERO
                   ADD 1 TO WS-DELINQ-COUNT
                   EVALUATE TRUE
                       WHEN DLQ-CYCLES-120 > 2
                           MOVE '84' TO M2B-ACCOUNT-STATUS
                           MOVE '6'  TO WS-PROFILE-MONTH
                           ADD 1 TO WS-STAT-84
                       WHEN DLQ-CYCLES-120 = 2
                           MOVE '83' TO M2B-ACCOUNT-STATUS
                           MOVE '5'  TO WS-PROFILE-MONTH
                           ADD 1 TO WS-STAT-83
                       WHEN OTHER
                           MOVE '82' TO M2B-ACCOUNT-STATUS
                           MOVE '4'  TO WS-PROFILE-MONTH
                           ADD 1 TO WS-STAT-82
                   END-EVALUATE
               WHEN WS-DELQ-ACCT = ACCT-NO AND DLQ-BUCKET-90 > ZERO
                   ADD 1 TO WS-DELINQ-COUNT
                   MOVE '80' TO M2B-ACCOUNT-STATUS
                   MOVE '3'  TO WS-PROFILE-MONTH
                   ADD 1 TO WS-STAT-80
               WHEN WS-DELQ-ACCT = ACCT-NO AND DLQ-BUCKET-60 > ZERO
                   ADD 1 TO WS-DELINQ-COUNT
                   MOVE '78' TO M2B-ACCOUNT-STATUS
                   MOVE '2'  TO WS-PROFILE-MONTH
                   ADD 1 TO WS-STAT-78
               WHEN WS-DELQ-ACCT = ACCT-NO AND DLQ-BUCKET-30 > ZERO
                   ADD 1 TO WS-DELINQ-COUNT
                   MOVE '71' TO M2B-ACCOUNT-STATUS
                   MOVE '1'  TO WS-PROFILE-MONTH
                   ADD 1 TO WS-STAT-71
               WHEN OTHER
                   MOVE '11' TO M2B-ACCOUNT-STATUS
                   MOVE '0'  TO WS-PROFILE-MONTH
                   MOVE ZERO TO WS-PAST-DUE WS-FIRST-DELQ
                   ADD 1 TO WS-STAT-11
           END-EVALUATE.
      *
      * What is left of the principal is both the balance and the
      * amount past due; once recoveries cover it the account
      * reports paid in full after charge-off.
       SET-CHARGED-OFF-STATUS.
           ADD 1 TO WS-CHGOFF-COUNT.
           MOVE 'L' TO WS-PROFILE-MONTH.
           MOVE ACCT-NO TO CHG-ACCT-NO.
           READ CHGOFF-FILE
               INVALID KEY
                   MOVE ZERO TO CHG-PRINCIPAL CHG-RECOVERED
                                CHG-DATE CHG-FIRST-DELQ-DATE
           END-READ.
           MOVE CHG-PRINCIPAL TO M2B-ORIG-CHGOFF-AMT.
           MOVE CHG-DATE      TO WS-CLOSED-DATE.
           MOVE CHG-FIRST-DELQ-DATE TO WS-FIRST-DELQ.
           COMPUTE WS-REPORT-BALANCE = CHG-PRINCIPAL - CHG-RECOVERED.
           IF WS-REPORT-BALANCE > ZERO
               MOVE '97' TO M2B-ACCOUNT-STATUS
               MOVE WS-REPORT-BALANCE TO WS-PAST-DUE
               ADD 1 TO WS-STAT-97
           ELSE
               MOVE ZERO TO WS-REPORT-BALANCE WS-PAST-DUE
               MOVE '64' TO M2B-ACCOUNT-STATUS
               ADD 1 TO WS-STAT-64
           END-IF.
      *
      * The month's payments and high balance come off CBL0019's
      * summary; an account with no activity last month paid nothing
      * and its high is simply the balance. The scheduled payment is
      * CBL0016's minimum on the balance, which an open dispute's
      * provisional credit has already brought down.
       SET-PAYMENT-FIELDS.
           IF WS-SUMM-ACCT = ACCT-NO
               MOVE SUM-HIGH-BALANCE   TO WS-HIGH-BALANCE
               IF SUM-PAYMENT-AMOUNT > ZERO
                   MOVE SUM-PAYMENT-AMOUNT TO M2B-ACTUAL-PAYMENT
               ELSE
                   MOVE ZERO TO M2B-ACTUAL-PAYMENT
               END-IF
           ELSE
               MOVE ACCT-BALANCE       TO WS-HIGH-BALANCE
               MOVE ZERO               TO M2B-ACTUAL-PAYMENT
           END-IF.
           IF WS-HIGH-BALANCE < WS-REPORT-BALANCE
               MOVE WS-REPORT-BALANCE  TO WS-HIGH-BALANCE
           END-IF.
           IF WS-HIGH-BALANCE > ZERO
               MOVE WS-HIGH-BALANCE    TO M2B-HIGH-CREDIT
           ELSE
               MOVE ZERO               TO M2B-HIGH-CREDIT
           END-IF.
           MOVE ZERO TO WS-MIN-PAYMENT.
           IF NOT ACCT-STAT-CHARGED-OFF
               AND ACCT-BALANCE > ZERO
               COMPUTE WS-MIN-PAYMENT ROUNDED =
                   ACCT-BALANCE * WS-MINPAY-PCT / 100
               IF WS-MIN-PAYMENT < WS-MINPAY-FLOOR
                   MOVE WS-MINPAY-FLOOR TO WS-MIN-PAYMENT
               END-IF
               IF WS-MIN-PAYMENT > ACCT-BALANCE
                   MOVE ACCT-BALANCE TO WS-MIN-PAYMENT
               END-IF
           END-IF.
           MOVE WS-MIN-PAYMENT TO M2B-SCHED-PAYMENT.
      *
      * Counts the account's open cases off CBL0022's file, the same
      * browse CBL0009 makes.
       SUM-OPEN-DISPUTES.
           MOVE ZERO    TO WS-OPEN-CASES.
           MOVE ACCT-NO TO DSP-ACCT-NO.
           MOVE ZERO    TO DSP-CASE-NO.
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
                       IF DSP-ACCT-NO NOT = ACCT-NO
                           MOVE 'Y' TO WS-CASE-LASTREC
                       ELSE
                           IF DSP-STAT-OPEN
                               ADD 1 TO WS-OPEN-CASES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       FORMAT-MDY-DATE.
           MOVE WS-YMD-MONTH TO WS-MDY-MONTH.
           MOVE WS-YMD-DAY   TO WS-MDY-DAY.
           MOVE WS-YMD-YEAR  TO WS-MDY-YEAR.
      *
       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES           TO EXCP-REC.
           MOVE ACCT-NO          TO EXC-ACCT-NO-O.
           MOVE LAST-NAME        TO EXC-LAST-NAME-O.
           MOVE USA-STATE        TO EXC-STATE-O.
           MOVE ZIP-CODE         TO EXC-ZIP-O.
           MOVE WS-REJECT-REASON TO EXC-REASON-O.
           WRITE EXCP-REC.
      *
       WRITE-TRAILER.
           MOVE WS-REPORTED-COUNT TO M2T-TOTAL-BASE.
           MOVE WS-STAT-11        TO M2T-TOTAL-11.
           MOVE WS-STAT-13        TO M2T-TOTAL-13.
           MOVE WS-STAT-64        TO M2T-TOTAL-64.
           MOVE WS-STAT-71        TO M2T-TOTAL-71.
           MOVE WS-STAT-78        TO M2T-TOTAL-78.
           MOVE WS-STAT-80        TO M2T-TOTAL-80.
           MOVE WS-STAT-82        TO M2T-TOTAL-82.
           MOVE WS-STAT-83        TO M2T-TOTAL-83.
           MOVE WS-STAT-84        TO M2T-TOTAL-84.
           MOVE WS-STAT-97        TO M2T-TOTAL-97.
           WRITE METRO-REC FROM METRO-TRAILER.
      *
       WRITE-CONTROL-TOTALS.
           MOVE WS-RECORD-COUNT    TO CTL-RECORD-COUNT-O.
           MOVE WS-REPORTED-COUNT  TO CTL-REPORTED-O.
           MOVE WS-EXCEPTION-COUNT TO CTL-EXCEPTION-O.
           MOVE WS-DELINQ-COUNT    TO CTL-DELINQ-O.
           MOVE WS-CHGOFF-COUNT    TO CTL-CHGOFF-O.
           MOVE WS-DISPUTED-COUNT  TO CTL-DISPUTED-O.
           MOVE WS-TOTAL-REPORTED  TO CTL-TOTAL-REPORTED-O.
           MOVE SPACES TO EXCP-REC.
           WRITE EXCP-REC.
           WRITE EXCP-REC FROM CONTROL-HEADER-1.
           WRITE EXCP-REC FROM CONTROL-TOTAL-LINE-1.
           WRITE EXCP-REC FROM CONTROL-TOTAL-LINE-2.
           WRITE EXCP-REC FROM CONTROL-TOTAL-LINE-3.
           WRITE EXCP-REC FROM CONTROL-TOTAL-LINE-4.
           WRITE EXCP-REC FROM CONTROL-TOTAL-LINE-5.
           WRITE EXCP-REC FROM CONTROL-TOTAL-LINE-6.
           WRITE EXCP-REC FROM CONTROL-TOTAL-LINE-7.
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
