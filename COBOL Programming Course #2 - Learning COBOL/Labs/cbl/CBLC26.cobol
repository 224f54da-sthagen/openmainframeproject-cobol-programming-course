      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0031.
       AUTHOR.        Otto B. Boolean.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-CARD    ASSIGN TO CALCARD.
           SELECT CAL-FILE    ASSIGN TO BUSCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT SYSIN-CARD  ASSIGN TO SYSIN.
           SELECT CAL-LINE    ASSIGN TO CALLINE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      * Calendar maintenance: 'A' adds a bank holiday, 'C' changes
      * its description, 'D' takes it off the calendar. A holiday
      * is keyed on the weekday the bank is actually closed -- when
      * the holiday itself falls on a weekend, the observed Friday
      * or Monday is the date to add.
       FD  CAL-CARD RECORDING MODE F.
       01  CAL-CARD-REC.
           05  CCD-ACTION         PIC X(1).
               88  CCD-ADD            VALUE 'A'.
               88  CCD-CHANGE         VALUE 'C'.
               88  CCD-DELETE         VALUE 'D'.
           05  CCD-DATE           PIC 9(8).
           05  CCD-DESCRIPTION    PIC X(30).
           05  FILLER             PIC X(41).
      *
      * The bank holiday calendar CBL0030 rolls the business date
      * against and CBL0026 moves due dates by: one record for each
      * weekday the bank is closed. Saturdays and Sundays are never
      * business days and are not carried on the file.
       FD  CAL-FILE RECORDING MODE F.
       01  CAL-REC.
           05  CAL-DATE           PIC 9(8).
           05  CAL-DESCRIPTION    PIC X(30).
           05  CAL-ADDED-DATE     PIC 9(8).
           05  FILLER             PIC X(34).
      *
      * The year to list, as YYYY in columns 1-4. With no card the
      * listing is for the year after the run date, the one
      * operations checks over in December.
       FD  SYSIN-CARD RECORDING MODE F.
       01  PARM-CARD.
           05  PARM-LIST-YEAR     PIC 9(4).
           05  FILLER             PIC X(76).
      *
       FD  CAL-LINE RECORDING MODE F.
       01  CAL-LINE-REC           PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 LASTREC          PIC X VALUE SPACE.
      *
       01  WS-CAL-STATUS        PIC X(2) VALUE '00'.
       01  WS-CARD-RESULT       PIC X(20) VALUE SPACES.
       01  WS-DAY-DONE          PIC X VALUE 'N'.
      *
      * The day under test. Day 1 of the integer calendar was a
      * Monday, so the remainder of the integer date divided by
      * seven, plus one, numbers the week from Sunday.
       01  WS-CALENDAR-FIELDS.
           05 WS-TEST-DATE       PIC 9(8) VALUE ZERO.
           05 WS-TEST-INTEGER    PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-DAY-OF-WEEK     PIC 9(1) VALUE ZERO.
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
       01  WS-MONTH-NAME-VALUES.
           05  FILLER         PIC X(9) VALUE 'JANUARY'.
           05  FILLER         PIC X(9) VALUE 'FEBRUARY'.
           05  FILLER         PIC X(9) VALUE 'MARCH'.
           05  FILLER         PIC X(9) VALUE 'APRIL'.
           05  FILLER         PIC X(9) VALUE 'MAY'.
           05  FILLER         PIC X(9) VALUE 'JUNE'.
           05  FILLER         PIC X(9) VALUE 'JULY'.
           05  FILLER         PIC X(9) VALUE 'AUGUST'.
           05  FILLER         PIC X(9) VALUE 'SEPTEMBER'.
           05  FILLER         PIC X(9) VALUE 'OCTOBER'.
           05  FILLER         PIC X(9) VALUE 'NOVEMBER'.
           05  FILLER         PIC X(9) VALUE 'DECEMBER'.
       01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-VALUES.
           05  WS-MONTH-NAME  PIC X(9) OCCURS 12 TIMES.
      *
       01  WS-LISTING-FIELDS.
           05 WS-LIST-YEAR       PIC 9(4) VALUE ZERO.
           05 WS-LIST-MONTH      PIC 9(2) VALUE ZERO.
           05 WS-LIST-DAY        PIC 9(2) VALUE ZERO.
           05 WS-MONTH-BUSINESS  PIC 9(3) VALUE ZERO.
           05 WS-MONTH-WEEKEND   PIC 9(3) VALUE ZERO.
           05 WS-MONTH-HOLIDAYS  PIC 9(3) VALUE ZERO.
      *
       01  WS-CONTROL-TOTALS.
           05 WS-CARD-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-ADDED-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-CHANGED-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-DELETED-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-YEAR-BUSINESS   PIC 9(7) VALUE ZERO.
           05 WS-YEAR-HOLIDAYS   PIC 9(7) VALUE ZERO.
           05 WS-YEAR-IDLE-HOLS  PIC 9(7) VALUE ZERO.
      *
       01  MAINT-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Bank Holiday Calendar Update'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  MAINT-HEADER-2.
           05  FILLER         PIC X(06) VALUE 'Action'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Date    '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE 'Day      '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE 'Description'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'Result              '.
      *
       01  MAINT-HEADER-3.
           05  FILLER         PIC X(06) VALUE '------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE '---------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE
               '------------------------------'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE '--------------------'.
      *
       01  MAINT-DETAIL-LINE.
           05  MDL-ACTION-O   PIC X(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MDL-DATE-O     PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MDL-DAY-O      PIC X(09).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MDL-DESC-O     PIC X(30).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  MDL-RESULT-O   PIC X(20).
      *
       01  LIST-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Business Day Calendar For '.
           05  LH1-YEAR-O     PIC 9(4).
           05  FILLER         PIC X(46) VALUE SPACES.
      *
       01  LIST-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Date    '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE 'Day      '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE 'Holiday'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'Note                '.
           05  FILLER         PIC X(07) VALUE SPACES.
      *
       01  LIST-HEADER-3.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE '---------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE
               '------------------------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE '--------------------'.
           05  FILLER         PIC X(07) VALUE SPACES.
      *
       01  MONTH-HEADER-LINE.
           05  MHL-MONTH-O    PIC X(9).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  MHL-YEAR-O     PIC 9(4).
           05  FILLER         PIC X(66) VALUE SPACES.
      *
       01  LIST-DETAIL-LINE.
           05  LDL-DATE-O     PIC 9(8).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  LDL-DAY-O      PIC X(9).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  LDL-DESC-O     PIC X(30).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  LDL-NOTE-O     PIC X(20).
           05  FILLER         PIC X(07) VALUE SPACES.
      *
       01  MONTH-TOTAL-LINE.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(16) VALUE 'Business Days = '.
           05  MTL-BUSINESS-O PIC ZZ9.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE 'Weekend Days = '.
           05  MTL-WEEKEND-O  PIC ZZ9.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(11) VALUE 'Holidays = '.
           05  MTL-HOLIDAYS-O PIC ZZ9.
           05  FILLER         PIC X(17) VALUE SPACES.
      *
      * A year with nothing on the calendar would run every weekday
      * as a business day; the listing says so and the step ends
      * with condition code 4 so the December check cannot miss it.
       01  NO-HOLIDAY-LINE.
           05  FILLER         PIC X(44) VALUE
               '*** NO HOLIDAYS ON THE CALENDAR FOR THE YEAR'.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
       01  CONTROL-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Batch Control Totals'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-1.
           05  FILLER         PIC X(19) VALUE
               'Cards Read       = '.
           05  CTL-CARD-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-2.
           05  FILLER         PIC X(19) VALUE
               'Holidays Added   = '.
           05  CTL-ADDED-O    PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-3.
           05  FILLER         PIC X(19) VALUE
               'Holidays Changed = '.
           05  CTL-CHANGED-O  PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-4.
           05  FILLER         PIC X(19) VALUE
               'Holidays Deleted = '.
           05  CTL-DELETED-O  PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-5.
           05  FILLER         PIC X(19) VALUE
               'Cards Rejected   = '.
           05  CTL-REJECT-O   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-6.
           05  FILLER         PIC X(19) VALUE
               'Year Listed      = '.
           05  CTL-LIST-YEAR-O PIC 9(4).
           05  FILLER         PIC X(57) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-7.
           05  FILLER         PIC X(19) VALUE
               'Business Days    = '.
           05  CTL-YEAR-BUSINESS-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-8.
           05  FILLER         PIC X(19) VALUE
               'Holidays Closed  = '.
           05  CTL-YEAR-HOLIDAYS-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-9.
           05  FILLER         PIC X(19) VALUE
               'Holidays Weekend = '.
           05  CTL-YEAR-IDLE-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
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
           COMPUTE WS-RUN-DATE =
               WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100
               + WS-CURRENT-DAY.
           OPEN INPUT CAL-CARD.
           OPEN I-O   CAL-FILE.
           OPEN OUTPUT CAL-LINE.
      *
      * Falls through from OPEN-FILES the way READ-CYCLE-PARM does in
      * CBL0016: a missing or blank card lists the coming year.
       READ-LIST-PARM.
           COMPUTE WS-LIST-YEAR = WS-CURRENT-YEAR + 1.
           MOVE SPACES TO PARM-CARD.
           OPEN INPUT SYSIN-CARD.
           READ SYSIN-CARD
               AT END CONTINUE
           END-READ.
           CLOSE SYSIN-CARD.
           IF PARM-LIST-YEAR IS NUMERIC
               AND PARM-LIST-YEAR > 1600
               MOVE PARM-LIST-YEAR TO WS-LIST-YEAR
           END-IF.
      *
       WRITE-HEADERS.
           WRITE CAL-LINE-REC FROM MAINT-HEADER-1.
           WRITE CAL-LINE-REC FROM MAINT-HEADER-2.
           WRITE CAL-LINE-REC FROM MAINT-HEADER-3.
           MOVE SPACES TO CAL-LINE-REC.
      *
      * Every card gets a line, applied or not, so the update can be
      * checked against the holiday schedule operations sent.
       READ-NEXT-CARD.
           PERFORM READ-CAL-CARD
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO WS-CARD-COUNT
               PERFORM APPLY-CAL-CARD
               PERFORM READ-CAL-CARD
           END-PERFORM
           .
      *
      * The listing walks every day of the year, so a weekend or a
      * holiday the file is missing shows up by its absence among
      * the closed days, and each month's business-day count can be
      * checked against the bank's published schedule.
       LIST-CALENDAR-YEAR.
           MOVE WS-LIST-YEAR TO LH1-YEAR-O.
           MOVE SPACES TO CAL-LINE-REC.
           WRITE CAL-LINE-REC.
           WRITE CAL-LINE-REC FROM LIST-HEADER-1.
           WRITE CAL-LINE-REC FROM LIST-HEADER-2.
           WRITE CAL-LINE-REC FROM LIST-HEADER-3.
           PERFORM VARYING WS-LIST-MONTH FROM 1 BY 1
               UNTIL WS-LIST-MONTH > 12
               PERFORM LIST-CALENDAR-MONTH
           END-PERFORM.
           IF WS-YEAR-HOLIDAYS = ZERO
               MOVE SPACES TO CAL-LINE-REC
               WRITE CAL-LINE-REC
               WRITE CAL-LINE-REC FROM NO-HOLIDAY-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       CLOSE-STOP.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE CAL-CARD.
           CLOSE CAL-FILE.
           CLOSE CAL-LINE.
           GOBACK.
      *
       READ-CAL-CARD.
           READ CAL-CARD
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      * A holiday must be a real date on a weekday and carry a
      * description; a weekend date is refused because the bank is
      * already closed that day and the observed date is wanted.
       APPLY-CAL-CARD.
           MOVE SPACES          TO MAINT-DETAIL-LINE.
           MOVE CCD-ACTION      TO MDL-ACTION-O.
           MOVE CCD-DATE        TO MDL-DATE-O.
           MOVE CCD-DESCRIPTION TO MDL-DESC-O.
           IF CCD-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD (CCD-DATE) NOT = 0
               MOVE 'BAD DATE' TO WS-CARD-RESULT
               PERFORM REJECT-CAL-CARD
           ELSE
               MOVE CCD-DATE TO WS-TEST-DATE
               PERFORM FIND-DAY-OF-WEEK
               MOVE WS-DAY-NAME (WS-DAY-OF-WEEK) TO MDL-DAY-O
               EVALUATE TRUE
                   WHEN CCD-ADD
                       PERFORM ADD-HOLIDAY
                   WHEN CCD-CHANGE
                       PERFORM CHANGE-HOLIDAY
                   WHEN CCD-DELETE
                       PERFORM DELETE-HOLIDAY
                   WHEN OTHER
                       MOVE 'BAD ACTION CODE' TO WS-CARD-RESULT
                       PERFORM REJECT-CAL-CARD
               END-EVALUATE
           END-IF.
      *
       ADD-HOLIDAY.
           EVALUATE TRUE
               WHEN WS-DAY-OF-WEEK = 1 OR WS-DAY-OF-WEEK = 7
                   MOVE 'FALLS ON A WEEKEND' TO WS-CARD-RESULT
                   PERFORM REJECT-CAL-CARD
               WHEN CCD-DESCRIPTION = SPACES
                   MOVE 'NO DESCRIPTION' TO WS-CARD-RESULT
                   PERFORM REJECT-CAL-CARD
               WHEN OTHER
                   MOVE SPACES          TO CAL-REC
                   MOVE CCD-DATE        TO CAL-DATE
                   MOVE CCD-DESCRIPTION TO CAL-DESCRIPTION
                   MOVE WS-RUN-DATE     TO CAL-ADDED-DATE
                   WRITE CAL-REC
                       INVALID KEY
                           MOVE 'ALREADY ON FILE' TO WS-CARD-RESULT
                           PERFORM REJECT-CAL-CARD
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDED-COUNT
                           MOVE 'HOLIDAY ADDED' TO MDL-RESULT-O
                           WRITE CAL-LINE-REC FROM MAINT-DETAIL-LINE
                   END-WRITE
           END-EVALUATE.
      *
       CHANGE-HOLIDAY.
           MOVE CCD-DATE TO CAL-DATE.
           READ CAL-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE' TO WS-CARD-RESULT
                   PERFORM REJECT-CAL-CARD
               NOT INVALID KEY
                   IF CCD-DESCRIPTION = SPACES
                       MOVE 'NO DESCRIPTION' TO WS-CARD-RESULT
                       PERFORM REJECT-CAL-CARD
                   ELSE
                       MOVE CCD-DESCRIPTION TO CAL-DESCRIPTION
                       REWRITE CAL-REC
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE 'DESCRIPTION CHANGED' TO MDL-RESULT-O
                       WRITE CAL-LINE-REC FROM MAINT-DETAIL-LINE
                   END-IF
           END-READ.
      *
      * The line shows what came off the file, not what the card
      * happened to say about it.
       DELETE-HOLIDAY.
           MOVE CCD-DATE TO CAL-DATE.
           READ CAL-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE' TO WS-CARD-RESULT
                   PERFORM REJECT-CAL-CARD
               NOT INVALID KEY
                   MOVE CAL-DESCRIPTION TO MDL-DESC-O
                   DELETE CAL-FILE RECORD
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE 'HOLIDAY DELETED' TO MDL-RESULT-O
                   WRITE CAL-LINE-REC FROM MAINT-DETAIL-LINE
           END-READ.
      *
       REJECT-CAL-CARD.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-CARD-RESULT TO MDL-RESULT-O.
           WRITE CAL-LINE-REC FROM MAINT-DETAIL-LINE.
      *
       FIND-DAY-OF-WEEK.
           COMPUTE WS-TEST-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TEST-DATE).
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD (WS-TEST-INTEGER, 7) + 1.
      *
      * Day 29 onward is tried against the calendar itself, so a
      * month stops on its own last day, leap years included.
       LIST-CALENDAR-MONTH.
           MOVE ZERO TO WS-MONTH-BUSINESS WS-MONTH-WEEKEND
                        WS-MONTH-HOLIDAYS.
           MOVE WS-MONTH-NAME (WS-LIST-MONTH) TO MHL-MONTH-O.
           MOVE WS-LIST-YEAR TO MHL-YEAR-O.
           MOVE SPACES TO CAL-LINE-REC.
           WRITE CAL-LINE-REC.
           WRITE CAL-LINE-REC FROM MONTH-HEADER-LINE.
           MOVE 'N' TO WS-DAY-DONE.
           PERFORM VARYING WS-LIST-DAY FROM 1 BY 1
               UNTIL WS-LIST-DAY > 31 OR WS-DAY-DONE = 'Y'
               COMPUTE WS-TEST-DATE =
                   WS-LIST-YEAR * 10000
                   + WS-LIST-MONTH * 100
                   + WS-LIST-DAY
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-TEST-DATE) NOT = 0
                   MOVE 'Y' TO WS-DAY-DONE
               ELSE
                   PERFORM LIST-CALENDAR-DAY
               END-IF
           END-PERFORM.
           MOVE WS-MONTH-BUSINESS TO MTL-BUSINESS-O.
           MOVE WS-MONTH-WEEKEND  TO MTL-WEEKEND-O.
           MOVE WS-MONTH-HOLIDAYS TO MTL-HOLIDAYS-O.
           WRITE CAL-LINE-REC FROM MONTH-TOTAL-LINE.
           ADD WS-MONTH-BUSINESS TO WS-YEAR-BUSINESS.
           ADD WS-MONTH-HOLIDAYS TO WS-YEAR-HOLIDAYS.
      *
      * A holiday record on a weekend can only be left from before
      * weekend dates were refused; it closes nothing, and is listed
      * so it can be deleted and the observed weekday added.
       LIST-CALENDAR-DAY.
           PERFORM FIND-DAY-OF-WEEK.
           MOVE WS-TEST-DATE TO CAL-DATE.
           READ CAL-FILE
               INVALID KEY
                   IF WS-DAY-OF-WEEK = 1 OR WS-DAY-OF-WEEK = 7
                       ADD 1 TO WS-MONTH-WEEKEND
                   ELSE
                       ADD 1 TO WS-MONTH-BUSINESS
                   END-IF
               NOT INVALID KEY
                   MOVE SPACES        TO LIST-DETAIL-LINE
                   MOVE WS-TEST-DATE  TO LDL-DATE-O
                   MOVE WS-DAY-NAME (WS-DAY-OF-WEEK) TO LDL-DAY-O
                   MOVE CAL-DESCRIPTION TO LDL-DESC-O
                   IF WS-DAY-OF-WEEK = 1 OR WS-DAY-OF-WEEK = 7
                       ADD 1 TO WS-MONTH-WEEKEND
                       ADD 1 TO WS-YEAR-IDLE-HOLS
                       MOVE 'ON WEEKEND - NO USE' TO LDL-NOTE-O
                   ELSE
                       ADD 1 TO WS-MONTH-HOLIDAYS
                       MOVE 'BANK CLOSED' TO LDL-NOTE-O
                   END-IF
                   WRITE CAL-LINE-REC FROM LIST-DETAIL-LINE
           END-READ.
      *
       WRITE-CONTROL-TOTALS.
           MOVE WS-CARD-COUNT     TO CTL-CARD-COUNT-O.
           MOVE WS-ADDED-COUNT    TO CTL-ADDED-O.
           MOVE WS-CHANGED-COUNT  TO CTL-CHANGED-O.
           MOVE WS-DELETED-COUNT  TO CTL-DELETED-O.
           MOVE WS-REJECT-COUNT   TO CTL-REJECT-O.
           MOVE WS-LIST-YEAR      TO CTL-LIST-YEAR-O.
           MOVE WS-YEAR-BUSINESS  TO CTL-YEAR-BUSINESS-O.
           MOVE WS-YEAR-HOLIDAYS  TO CTL-YEAR-HOLIDAYS-O.
           MOVE WS-YEAR-IDLE-HOLS TO CTL-YEAR-IDLE-O.
           MOVE SPACES TO CAL-LINE-REC.
           WRITE CAL-LINE-REC.
           WRITE CAL-LINE-REC FROM CONTROL-HEADER-1.
           WRITE CAL-LINE-REC FROM CONTROL-TOTAL-LINE-1.
           WRITE CAL-LINE-REC FROM CONTROL-TOTAL-LINE-2.
           WRITE CAL-LINE-REC FROM CONTROL-TOTAL-LINE-3.
           WRITE CAL-LINE-REC FROM CONTROL-TOTAL-LINE-4.
           WRITE CAL-LINE-REC FROM CONTROL-TOTAL-LINE-5.
           WRITE CAL-LINE-REC FROM CONTROL-TOTAL-LINE-6.
           WRITE CAL-LINE-REC FROM CONTROL-TOTAL-LINE-7.
           WRITE CAL-LINE-REC FROM CONTROL-TOTAL-LINE-8.
           WRITE CAL-LINE-REC FROM CONTROL-TOTAL-LINE-9.
