      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0023.
       AUTHOR.        Otto B. Boolean.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISP-FILE   ASSIGN TO DSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-CASE-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT SYSIN-CARD  ASSIGN TO SYSIN.
           SELECT AGING-LINE  ASSIGN TO DSPAGING.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      * Open dispute aging: every case CBL0022 still holds open,
      * with its age in calendar days against the regulatory
      * resolution deadline. Cases past the deadline are flagged,
      * and so are cases inside the warning window, so client
      * service works them before they go over.
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
      * Deadline parameter card, read the way CBL0012's
      * READ-PURGE-PARM takes its threshold: the resolution deadline
      * in days in columns 1-3 and the warning window in days in
      * columns 4-6. No card means 90 and 60 -- the outer limit the
      * billing-error rules allow, and a month's notice of it.
       FD  SYSIN-CARD RECORDING MODE F.
       01  PARM-CARD.
           05  PARM-DEADLINE-DAYS PIC 9(3).
           05  PARM-WARNING-DAYS  PIC 9(3).
           05  FILLER             PIC X(74).
      *
       FD  AGING-LINE RECORDING MODE F.
       01  AGING-REC.
           05  AGE-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AGE-CASE-NO-O      PIC 9(5).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AGE-OPEN-DATE-O    PIC 9999/99/99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AGE-DAYS-OPEN-O    PIC ZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AGE-AMOUNT-O       PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AGE-REASON-O       PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  AGE-FLAG-O         PIC X(10).
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
       01  WS-DISP-STATUS       PIC X(2) VALUE '00'.
      *
       01  WS-DEADLINE-DAYS     PIC 9(3) VALUE 90.
       01  WS-WARNING-DAYS      PIC 9(3) VALUE 60.
       01  WS-TODAY-YYYYMMDD    PIC 9(8) VALUE ZERO.
       01  WS-DAYS-OPEN         PIC S9(7) VALUE ZERO.
      *
       01  WS-CONTROL-TOTALS.
           05 WS-RECORD-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-OPEN-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-WARNING-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-OVERDUE-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-OPEN      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-OVERDUE   PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
       01  AGING-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Open Dispute Aging Report'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  AGING-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE 'Case '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'Opened    '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE '  Days'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'Amount    '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'Reason              '.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'Deadline  '.
      *
       01  AGING-HEADER-3.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE '-----'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE '----------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE '------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE '----------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE '--------------------'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE '----------'.
      *
       01  CONTROL-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Batch Control Totals'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-1.
           05  FILLER         PIC X(19) VALUE
               'Cases Read       = '.
           05  CTL-RECORD-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-2.
           05  FILLER         PIC X(19) VALUE
               'Cases Open       = '.
           05  CTL-OPEN-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-3.
           05  FILLER         PIC X(19) VALUE
               'Nearing Deadline = '.
           05  CTL-WARNING-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-4.
           05  FILLER         PIC X(19) VALUE
               'Past Deadline    = '.
           05  CTL-OVERDUE-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-5.
           05  FILLER         PIC X(20) VALUE
               'Total In Dispute  = '.
           05  CTL-TOTAL-OPEN-O PIC $$$,$$$,$$$,$$9.99.
           05  FILLER         PIC X(42) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-6.
           05  FILLER         PIC X(20) VALUE
               'Past Deadline Amt = '.
           05  CTL-TOTAL-OVERDUE-O PIC $$$,$$$,$$$,$$9.99.
           05  FILLER         PIC X(42) VALUE SPACES.
      *
       01 WS-CURRENT-DATE-DATA.
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
           OPEN INPUT DISP-FILE.
           OPEN OUTPUT AGING-LINE.
      *
       READ-DEADLINE-PARM.
           MOVE SPACES TO PARM-CARD.
           OPEN INPUT SYSIN-CARD.
           READ SYSIN-CARD
               AT END CONTINUE
           END-READ.
           CLOSE SYSIN-CARD.
           IF PARM-DEADLINE-DAYS IS NUMERIC
               AND PARM-DEADLINE-DAYS > ZERO
               MOVE PARM-DEADLINE-DAYS TO WS-DEADLINE-DAYS
           END-IF.
           IF PARM-WARNING-DAYS IS NUMERIC
               AND PARM-WARNING-DAYS > ZERO
               MOVE PARM-WARNING-DAYS TO WS-WARNING-DAYS
           END-IF.
      *
       WRITE-HEADERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
               WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100
               + WS-CURRENT-DAY.
           WRITE AGING-REC FROM AGING-HEADER-1.
           WRITE AGING-REC FROM AGING-HEADER-2.
           WRITE AGING-REC FROM AGING-HEADER-3.
           MOVE SPACES TO AGING-REC.
      *
       READ-NEXT-CASE.
           PERFORM READ-CASE
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO WS-RECORD-COUNT
               IF DSP-STAT-OPEN
                   PERFORM AGE-OPEN-CASE
               END-IF
               PERFORM READ-CASE
           END-PERFORM
           .
      *
       CLOSE-STOP.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE DISP-FILE.
           CLOSE AGING-LINE.
           GOBACK.
      *
       READ-CASE.
           READ DISP-FILE NEXT RECORD
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      * The open date is stamped by CBL0022 from the run date, so it
      * is always a real calendar date; the days are calendar days,
      * the way the deadline is counted.
       AGE-OPEN-CASE.
           ADD 1 TO WS-OPEN-COUNT.
           ADD DSP-DISP-AMOUNT TO WS-TOTAL-OPEN.
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-YYYYMMDD)
               - FUNCTION INTEGER-OF-DATE (DSP-OPEN-DATE).
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN > WS-DEADLINE-DAYS
                   ADD 1 TO WS-OVERDUE-COUNT
                   ADD DSP-DISP-AMOUNT TO WS-TOTAL-OVERDUE
                   MOVE 'PAST DUE' TO AGE-FLAG-O
               WHEN WS-DAYS-OPEN > WS-WARNING-DAYS
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE 'DUE SOON' TO AGE-FLAG-O
               WHEN OTHER
                   MOVE SPACES TO AGE-FLAG-O
           END-EVALUATE.
           MOVE DSP-ACCT-NO     TO AGE-ACCT-NO-O.
           MOVE DSP-CASE-NO     TO AGE-CASE-NO-O.
           MOVE DSP-OPEN-DATE   TO AGE-OPEN-DATE-O.
           MOVE WS-DAYS-OPEN    TO AGE-DAYS-OPEN-O.
           MOVE DSP-DISP-AMOUNT TO AGE-AMOUNT-O.
           MOVE DSP-REASON      TO AGE-REASON-O.
           WRITE AGING-REC.
      *
       WRITE-CONTROL-TOTALS.
           MOVE WS-RECORD-COUNT  TO CTL-RECORD-COUNT-O.
           MOVE WS-OPEN-COUNT    TO CTL-OPEN-COUNT-O.
           MOVE WS-WARNING-COUNT TO CTL-WARNING-COUNT-O.
           MOVE WS-OVERDUE-COUNT TO CTL-OVERDUE-COUNT-O.
           MOVE WS-TOTAL-OPEN    TO CTL-TOTAL-OPEN-O.
           MOVE WS-TOTAL-OVERDUE TO CTL-TOTAL-OVERDUE-O.
           MOVE SPACES TO AGING-REC.
           WRITE AGING-REC.
           WRITE AGING-REC FROM CONTROL-HEADER-1.
           WRITE AGING-REC FROM CONTROL-TOTAL-LINE-1.
           WRITE AGING-REC FROM CONTROL-TOTAL-LINE-2.
           WRITE AGING-REC FROM CONTROL-TOTAL-LINE-3.
           WRITE AGING-REC FROM CONTROL-TOTAL-LINE-4.
           WRITE AGING-REC FROM CONTROL-TOTAL-LINE-5.
           WRITE AGING-REC FROM CONTROL-TOTAL-LINE-6.
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
