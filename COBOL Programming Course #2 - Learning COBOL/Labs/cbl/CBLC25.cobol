      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0030.
       AUTHOR.        Otto B. Boolean.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-IN  ASSIGN TO BUSDIN.
           SELECT BUSDATE-OUT ASSIGN TO BUSDOUT.
           SELECT CAL-FILE    ASSIGN TO BUSCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT SYSIN-CARD  ASSIGN TO SYSIN.
           SELECT ROLL-LINE   ASSIGN TO ROLLLINE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      * The business-date control record: one record, written fresh
      * by this program as the night's first step and read by every
      * date-driven program after it in place of the system clock,
      * so a job that starts after midnight still processes the
      * business day it belongs to. BUSDIN is the record the last
      * run wrote; BUSDOUT is tonight's, and becomes BUSDATE for
      * the steps that follow.
       FD  BUSDATE-IN RECORDING MODE F.
       01  BUSDATE-IN-REC.
           05  BDI-BUSINESS-DATE  PIC 9(8).
           05  BDI-PRIOR-DATE     PIC 9(8).
           05  BDI-NEXT-DATE      PIC 9(8).
           05  BDI-ROLLED-DATE    PIC 9(8).
           05  BDI-ROLLED-TIME    PIC 9(6).
           05  BDI-FORCED         PIC X(1).
           05  FILLER             PIC X(41).
      *
       FD  BUSDATE-OUT RECORDING MODE F.
       01  BUSDATE-OUT-REC.
           05  BDO-BUSINESS-DATE  PIC 9(8).
           05  BDO-PRIOR-DATE     PIC 9(8).
           05  BDO-NEXT-DATE      PIC 9(8).
           05  BDO-ROLLED-DATE    PIC 9(8).
           05  BDO-ROLLED-TIME    PIC 9(6).
           05  BDO-FORCED         PIC X(1).
               88  BDO-DATE-FORCED    VALUE 'Y'.
           05  FILLER             PIC X(41).
      *
      * The bank holiday calendar kept by CBL0031: one record for
      * each weekday the bank is closed. Saturdays and Sundays are
      * never business days and are not carried on the file.
       FD  CAL-FILE RECORDING MODE F.
       01  CAL-REC.
           05  CAL-DATE           PIC 9(8).
           05  CAL-DESCRIPTION    PIC X(30).
           05  CAL-ADDED-DATE     PIC 9(8).
           05  FILLER             PIC X(34).
      *
      * Operations' override: a business date as YYYYMMDD in columns
      * 1-8 is taken as tonight's date instead of the next one on
      * the calendar -- for the first night on the control record,
      * and for putting the date right after a rerun. With no card
      * the date rolls forward one business day.
       FD  SYSIN-CARD RECORDING MODE F.
       01  PARM-CARD.
           05  PARM-FORCE-DATE    PIC 9(8).
           05  FILLER             PIC X(72).
      *
       FD  ROLL-LINE RECORDING MODE F.
       01  ROLL-LINE-REC.
           05  RLL-DATE-O         PIC 9(8).
           05  FILLER             PIC X(02).
           05  RLL-DAY-O          PIC X(9).
           05  FILLER             PIC X(02).
           05  RLL-REASON-O       PIC X(30).
           05  FILLER             PIC X(29).
      *
       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS        PIC X(2) VALUE '00'.
       01  WS-CAL-OPEN          PIC X VALUE 'N'.
       01  WS-BUSINESS-DAY      PIC X VALUE 'Y'.
       01  WS-LIST-SKIPPED      PIC X VALUE 'N'.
      *
      * The day under test and what the calendar says about it. Day
      * 1 of the integer calendar was a Monday, so the remainder of
      * the integer date divided by seven, plus one, numbers the
      * week from Sunday.
       01  WS-CALENDAR-FIELDS.
           05 WS-TEST-DATE       PIC 9(8) VALUE ZERO.
           05 WS-TEST-INTEGER    PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-DAY-OF-WEEK     PIC 9(1) VALUE ZERO.
           05 WS-CLOSED-REASON   PIC X(30) VALUE SPACES.
           05 WS-DAYS-TRIED      PIC 9(3) VALUE ZERO.
      *
       01  WS-DAY-NAME-VALUES.
           05  FILLER         PIC X(9) VALUE 'SUNDAY'.
           05  FILLER         PIC X(9) VALUE 'MONDAY'.
           05  FILLER         PIC X(9) VALUE 'TUESDAY'.
           05  FILLER         PIC X(9) VALUE 'WEDNESDAY'.
           05  FILLER         PIC X(9) VALUE 'THURSDAY'.
           05  FILLER         PIC X(9) VALUE 'FRIDAY'.
           05  FILLER         PIC X(9) VALUE 'SATURDAY'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME    PIC X(9) OCCURS 7 TIMES.
      *
      * A calendar that closes the bank for a month on end is wrong,
      * not a reason to loop; the roll gives up after this many days.
       01  WS-MAX-DAYS          PIC 9(3) VALUE 31.
      *
       01  WS-ROLL-FIELDS.
           05 WS-CLOCK-BUSINESS  PIC 9(8) VALUE ZERO.
           05 WS-NEW-DATE        PIC 9(8) VALUE ZERO.
           05 WS-NEXT-DATE       PIC 9(8) VALUE ZERO.
           05 WS-SKIPPED-COUNT   PIC 9(3) VALUE ZERO.
      *
       01  ROLL-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Business Date Roll'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  ROLL-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Skipped '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE 'Day      '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE 'Reason'.
           05  FILLER         PIC X(29) VALUE SPACES.
      *
       01  ROLL-HEADER-3.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE '---------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE
               '------------------------------'.
           05  FILLER         PIC X(29) VALUE SPACES.
      *
      * Written in place of the totals when the date cannot be
      * rolled. The control record goes out unchanged and the step
      * ends with condition code 8, so nothing downstream runs on a
      * date nobody meant.
       01  ROLL-ERROR-LINE.
           05  FILLER         PIC X(22) VALUE
               '*** DATE NOT ROLLED - '.
           05  REL-REASON-O   PIC X(30).
           05  FILLER         PIC X(28) VALUE SPACES.
      *
       01  CALENDAR-WARNING-LINE.
           05  FILLER         PIC X(48) VALUE
               '*** CALENDAR NOT AVAILABLE - WEEKENDS ONLY USED'.
           05  FILLER         PIC X(32) VALUE SPACES.
      *
       01  CONTROL-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Batch Control Totals'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-1.
           05  FILLER         PIC X(19) VALUE
               'Prior Bus Date   = '.
           05  CTL-PRIOR-DATE-O PIC 9(8).
           05  FILLER         PIC X(53) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-2.
           05  FILLER         PIC X(19) VALUE
               'Business Date    = '.
           05  CTL-NEW-DATE-O PIC 9(8).
           05  FILLER         PIC X(53) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-3.
           05  FILLER         PIC X(19) VALUE
               'Next Bus Date    = '.
           05  CTL-NEXT-DATE-O PIC 9(8).
           05  FILLER         PIC X(53) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-4.
           05  FILLER         PIC X(19) VALUE
               'Clock Date       = '.
           05  CTL-CLOCK-DATE-O PIC 9(8).
           05  FILLER         PIC X(53) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-5.
           05  FILLER         PIC X(19) VALUE
               'Days Skipped     = '.
           05  CTL-SKIPPED-O  PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-6.
           05  FILLER         PIC X(19) VALUE
               'Date Source      = '.
           05  CTL-SOURCE-O   PIC X(20).
           05  FILLER         PIC X(41) VALUE SPACES.
      *
       01  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
       01  WS-RUN-TIME          PIC 9(6) VALUE ZERO.
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
      * The system clock is read here only to stamp the roll and to
      * keep the date from running ahead of it; this is the one step
      * of the night that still looks at the clock.
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-RUN-DATE =
               WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100
               + WS-CURRENT-DAY.
           COMPUTE WS-RUN-TIME =
               WS-CURRENT-HOUR * 10000
               + WS-CURRENT-MINUTE * 100
               + WS-CURRENT-SECOND.
           OPEN INPUT BUSDATE-IN.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-STATUS = '00'
               MOVE 'Y' TO WS-CAL-OPEN
           END-IF.
           OPEN OUTPUT BUSDATE-OUT.
           OPEN OUTPUT ROLL-LINE.
      *
      * Falls through from OPEN-FILES the way READ-CYCLE-PARM does in
      * CBL0016: a missing or blank card rolls the date normally.
       READ-FORCE-PARM.
           MOVE SPACES TO PARM-CARD.
           OPEN INPUT SYSIN-CARD.
           READ SYSIN-CARD
               AT END CONTINUE
           END-READ.
           CLOSE SYSIN-CARD.
      *
      * No prior record (the first night) leaves the input area
      * blank, which the roll below treats as a start from the clock.
       READ-PRIOR-DATE.
           MOVE SPACES TO BUSDATE-IN-REC.
           READ BUSDATE-IN
               AT END MOVE SPACES TO BUSDATE-IN-REC
           END-READ.
      *
       WRITE-HEADERS.
           WRITE ROLL-LINE-REC FROM ROLL-HEADER-1.
           IF WS-CAL-OPEN NOT = 'Y'
               WRITE ROLL-LINE-REC FROM CALENDAR-WARNING-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE ROLL-LINE-REC FROM ROLL-HEADER-2.
           WRITE ROLL-LINE-REC FROM ROLL-HEADER-3.
           MOVE SPACES TO ROLL-LINE-REC.
      *
      * The first business day on or after the clock date is as far
      * as the roll may go on its own. A normal night rolls one
      * business day past the last one run, listing the weekend and
      * holiday days it steps over; a roll that would overtake the
      * clock means the step has already run tonight. A carded date
      * is taken as given, but must be a business day.
       ROLL-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-TEST-DATE.
           PERFORM TEST-BUSINESS-DAY.
           IF WS-BUSINESS-DAY NOT = 'Y'
               PERFORM NEXT-BUSINESS-DAY
           END-IF.
           MOVE WS-TEST-DATE TO WS-CLOCK-BUSINESS.
           MOVE SPACES TO BUSDATE-OUT-REC.
           MOVE 'N' TO BDO-FORCED.
           EVALUATE TRUE
               WHEN PARM-FORCE-DATE IS NUMERIC
                   AND PARM-FORCE-DATE > ZERO
                   IF FUNCTION TEST-DATE-YYYYMMDD (PARM-FORCE-DATE)
                       NOT = 0
                       MOVE 'CARD DATE NOT A VALID DATE'
                           TO REL-REASON-O
                       PERFORM ROLL-ERROR
                   END-IF
                   MOVE PARM-FORCE-DATE TO WS-TEST-DATE
                   PERFORM TEST-BUSINESS-DAY
                   IF WS-BUSINESS-DAY NOT = 'Y'
                       MOVE 'CARD DATE NOT A BUSINESS DAY'
                           TO REL-REASON-O
                       PERFORM ROLL-ERROR
                   END-IF
                   MOVE PARM-FORCE-DATE  TO WS-NEW-DATE
                   MOVE 'Y'              TO BDO-FORCED
                   MOVE 'FORCED BY CARD' TO CTL-SOURCE-O
               WHEN BDI-BUSINESS-DATE IS NUMERIC
                   AND BDI-BUSINESS-DATE > ZERO
                   AND FUNCTION TEST-DATE-YYYYMMDD (BDI-BUSINESS-DATE)
                       = 0
                   MOVE BDI-BUSINESS-DATE TO WS-TEST-DATE
                   MOVE 'Y' TO WS-LIST-SKIPPED
                   PERFORM NEXT-BUSINESS-DAY
                   MOVE 'N' TO WS-LIST-SKIPPED
                   IF WS-TEST-DATE > WS-CLOCK-BUSINESS
                       MOVE 'ROLL WOULD PASS THE CLOCK'
                           TO REL-REASON-O
                       PERFORM ROLL-ERROR
                   END-IF
                   MOVE WS-TEST-DATE     TO WS-NEW-DATE
                   MOVE 'ROLLED FORWARD' TO CTL-SOURCE-O
               WHEN OTHER
                   MOVE WS-CLOCK-BUSINESS TO WS-NEW-DATE
                   MOVE 'STARTED FROM CLOCK' TO CTL-SOURCE-O
           END-EVALUATE.
           MOVE WS-NEW-DATE TO WS-TEST-DATE.
           PERFORM NEXT-BUSINESS-DAY.
           MOVE WS-TEST-DATE TO WS-NEXT-DATE.
           MOVE WS-NEW-DATE  TO BDO-BUSINESS-DATE.
           IF BDI-BUSINESS-DATE IS NUMERIC
               MOVE BDI-BUSINESS-DATE TO BDO-PRIOR-DATE
           ELSE
               MOVE ZERO TO BDO-PRIOR-DATE
           END-IF.
           MOVE WS-NEXT-DATE TO BDO-NEXT-DATE.
           MOVE WS-RUN-DATE  TO BDO-ROLLED-DATE.
           MOVE WS-RUN-TIME  TO BDO-ROLLED-TIME.
           WRITE BUSDATE-OUT-REC.
      *
       CLOSE-STOP.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE BUSDATE-IN.
           CLOSE BUSDATE-OUT.
           CLOSE CAL-FILE.
           CLOSE ROLL-LINE.
           GOBACK.
      *
      * Weekends first, then the calendar. With no calendar to read,
      * every weekday counts as a business day.
       TEST-BUSINESS-DAY.
           COMPUTE WS-TEST-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TEST-DATE).
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD (WS-TEST-INTEGER, 7) + 1.
           MOVE 'Y'    TO WS-BUSINESS-DAY.
           MOVE SPACES TO WS-CLOSED-REASON.
           IF WS-DAY-OF-WEEK = 1 OR WS-DAY-OF-WEEK = 7
               MOVE 'N'       TO WS-BUSINESS-DAY
               MOVE 'WEEKEND' TO WS-CLOSED-REASON
           ELSE
               IF WS-CAL-OPEN = 'Y'
                   MOVE WS-TEST-DATE TO CAL-DATE
                   READ CAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-BUSINESS-DAY
                           MOVE CAL-DESCRIPTION TO WS-CLOSED-REASON
                   END-READ
               END-IF
           END-IF.
      *
      * Steps a day at a time past WS-TEST-DATE to the next business
      * day, leaving it in WS-TEST-DATE.
       NEXT-BUSINESS-DAY.
           MOVE ZERO TO WS-DAYS-TRIED.
           MOVE 'N'  TO WS-BUSINESS-DAY.
           PERFORM UNTIL WS-BUSINESS-DAY = 'Y'
               ADD 1 TO WS-DAYS-TRIED
               IF WS-DAYS-TRIED > WS-MAX-DAYS
                   MOVE 'NO BUSINESS DAY WITHIN 31 DAYS'
                       TO REL-REASON-O
                   PERFORM ROLL-ERROR
               END-IF
               COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TEST-DATE) + 1)
               PERFORM TEST-BUSINESS-DAY
               IF WS-BUSINESS-DAY NOT = 'Y'
                   AND WS-LIST-SKIPPED = 'Y'
                   PERFORM WRITE-SKIPPED-LINE
               END-IF
           END-PERFORM.
      *
       WRITE-SKIPPED-LINE.
           ADD 1 TO WS-SKIPPED-COUNT.
           MOVE SPACES           TO ROLL-LINE-REC.
           MOVE WS-TEST-DATE     TO RLL-DATE-O.
           MOVE WS-DAY-NAME (WS-DAY-OF-WEEK) TO RLL-DAY-O.
           MOVE WS-CLOSED-REASON TO RLL-REASON-O.
           WRITE ROLL-LINE-REC.
      *
      * The last run's record goes out as it came in, so BUSDATE
      * still holds the date the last good run set.
       ROLL-ERROR.
           MOVE SPACES TO ROLL-LINE-REC.
           WRITE ROLL-LINE-REC.
           WRITE ROLL-LINE-REC FROM ROLL-ERROR-LINE.
           IF BDI-BUSINESS-DATE IS NUMERIC
               AND BDI-BUSINESS-DATE > ZERO
               WRITE BUSDATE-OUT-REC FROM BUSDATE-IN-REC
           END-IF.
           CLOSE BUSDATE-IN.
           CLOSE BUSDATE-OUT.
           CLOSE CAL-FILE.
           CLOSE ROLL-LINE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
      *
       WRITE-CONTROL-TOTALS.
           MOVE BDO-PRIOR-DATE    TO CTL-PRIOR-DATE-O.
           MOVE WS-NEW-DATE       TO CTL-NEW-DATE-O.
           MOVE WS-NEXT-DATE      TO CTL-NEXT-DATE-O.
           MOVE WS-RUN-DATE       TO CTL-CLOCK-DATE-O.
           MOVE WS-SKIPPED-COUNT  TO CTL-SKIPPED-O.
           MOVE SPACES TO ROLL-LINE-REC.
           WRITE ROLL-LINE-REC.
           WRITE ROLL-LINE-REC FROM CONTROL-HEADER-1.
           WRITE ROLL-LINE-REC FROM CONTROL-TOTAL-LINE-1.
           WRITE ROLL-LINE-REC FROM CONTROL-TOTAL-LINE-2.
           WRITE ROLL-LINE-REC FROM CONTROL-TOTAL-LINE-3.
           WRITE ROLL-LINE-REC FROM CONTROL-TOTAL-LINE-4.
           WRITE ROLL-LINE-REC FROM CONTROL-TOTAL-LINE-5.
           WRITE ROLL-LINE-REC FROM CONTROL-TOTAL-LINE-6.
