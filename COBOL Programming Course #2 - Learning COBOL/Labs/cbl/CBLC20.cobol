      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0025.
       AUTHOR.        Otto B. Boolean.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APAY-TRANS  ASSIGN TO APTRAN.
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
           SELECT APAY-LINE   ASSIGN TO APAYLINE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      * Autopay enrollment maintenance. Client service keys one card
      * per request: 'A' enrolls an account, 'C' changes an
      * enrollment, 'X' cancels it. An 'A' carries the bank routing
      * number, the bank account number and type (checking 'C' or
      * savings 'S'), and the payment choice: 'M' minimum due, 'S'
      * statement balance, or 'F' a fixed amount, which the card
      * must then give. A 'C' carries only the fields that change;
      * blank fields keep what is on file.
       FD  APAY-TRANS RECORDING MODE F.
       01  APAY-TRANS-REC.
           05  APT-ACTION         PIC X(1).
               88  APT-ADD            VALUE 'A'.
               88  APT-CHANGE         VALUE 'C'.
               88  APT-CANCEL         VALUE 'X'.
           05  APT-ACCT-NO        PIC X(8).
           05  APT-ROUTING-NO     PIC X(9).
           05  APT-BANK-ACCT-NO   PIC X(17).
           05  APT-BANK-ACCT-TYPE PIC X(1).
           05  APT-PAY-OPTION     PIC X(1).
           05  APT-FIXED-AMOUNT   PIC 9(7)V99.
           05  APT-FIXED-AMOUNT-X REDEFINES APT-FIXED-AMOUNT
                                  PIC X(9).
           05  FILLER             PIC X(34).
      *
      * Autopay enrollment file (VSAM KSDS) keyed on ACCT-NO. CBL0026
      * reads it to build the outbound ACH debits on each account's
      * due date and stamps the last debit taken; CBL0027 counts the
      * bank's returns against it and suspends the enrollment on the
      * second. A cancelled enrollment stays on file, so an account
      * that enrolls again keeps one record.
      * Added for ACH returns: CBL0027 marks the last debit returned,
      * so the bank cannot return the same debit twice.
       FD  APAY-FILE RECORDING MODE F.
       01  APAY-REC.
           05  APY-ACCT-NO        PIC X(8).
           05  APY-ROUTING-NO     PIC 9(9).
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
           05  ACCT-STATUS-CODE   PIC X(1).
               88  ACCT-STAT-ACTIVE    VALUE 'A' ' '.
               88  ACCT-STAT-BLOCKED   VALUE 'B'.
               88  ACCT-STAT-PAYOFF    VALUE 'P'.
               88  ACCT-STAT-CLOSED    VALUE 'X'.
               88  ACCT-STAT-DECEASED  VALUE 'D'.
               88  ACCT-STAT-CHARGED-OFF VALUE 'C'.
      *
      * Audit listing: one line per card, applied or rejected. The
      * bank account number prints masked to its last four digits.
       FD  APAY-LINE RECORDING MODE F.
       01  APAY-LINE-REC.
           05  APL-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  APL-ACTION-O       PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  APL-ROUTING-O      PIC X(9).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  APL-BANK-ACCT-O    PIC X(17).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  APL-TYPE-O         PIC X(1).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  APL-OPTION-O       PIC X(1).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  APL-RESULT-O       PIC X(20).
           05  FILLER             PIC X(05) VALUE SPACES.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 LASTREC          PIC X VALUE SPACE.
      *
       01  WS-ACCT-STATUS       PIC X(2) VALUE '00'.
       01  WS-APAY-STATUS       PIC X(2) VALUE '00'.
       01  WS-APAY-FOUND        PIC X VALUE 'N'.
      *
      * The enrollment as it will stand once the card is applied:
      * the card's fields laid over what is on file (nothing, for an
      * add), so one validation serves adds and changes alike.
       01  WS-NEW-ENROLLMENT.
           05 WS-NEW-ROUTING-NO  PIC X(9) VALUE SPACES.
           05 WS-NEW-ROUTING-DIGITS REDEFINES WS-NEW-ROUTING-NO.
               10  WS-ROUTING-DIGIT PIC 9(1) OCCURS 9 TIMES.
           05 WS-NEW-BANK-ACCT   PIC X(17) VALUE SPACES.
           05 WS-NEW-ACCT-TYPE   PIC X(1) VALUE SPACE.
           05 WS-NEW-PAY-OPTION  PIC X(1) VALUE SPACE.
           05 WS-NEW-FIXED-AMT   PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-BANK-CHANGED    PIC X VALUE 'N'.
      *
       01  WS-CHECK-FIELDS.
           05 WS-REJECT-REASON   PIC X(20) VALUE SPACES.
           05 WS-ABA-SUM         PIC 9(3) VALUE ZERO.
           05 WS-ABA-QUOTIENT    PIC 9(3) VALUE ZERO.
           05 WS-ABA-REMAINDER   PIC 9(1) VALUE ZERO.
           05 WS-TRAIL-SPACES    PIC 9(2) VALUE ZERO.
           05 WS-ACCT-LENGTH     PIC 9(2) VALUE ZERO.
      *
       01  WS-CONTROL-TOTALS.
           05 WS-RECORD-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-ENROLLED-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-CHANGED-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-REINSTATED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-CANCELLED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT    PIC 9(7) VALUE ZERO.
      *
       01  APAY-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Autopay Enrollment Audit List'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  APAY-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Action  '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE 'Routing  '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(17) VALUE 'Bank Account     '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(03) VALUE 'T O'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'Result              '.
           05  FILLER         PIC X(05) VALUE SPACES.
      *
       01  APAY-HEADER-3.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE '---------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(17) VALUE '-----------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(03) VALUE '- -'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE '--------------------'.
           05  FILLER         PIC X(05) VALUE SPACES.
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
               'Enrolled         = '.
           05  CTL-ENROLLED-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-3.
           05  FILLER         PIC X(19) VALUE
               'Changed          = '.
           05  CTL-CHANGED-O  PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-4.
           05  FILLER         PIC X(19) VALUE
               'Reinstated       = '.
           05  CTL-REINSTATED-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-5.
           05  FILLER         PIC X(19) VALUE
               'Cancelled        = '.
           05  CTL-CANCELLED-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE-6.
           05  FILLER         PIC X(19) VALUE
               'Cards Rejected   = '.
           05  CTL-REJECT-O   PIC Z,ZZZ,ZZ9.
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
           OPEN INPUT APAY-TRANS.
           OPEN I-O   APAY-FILE.
           OPEN INPUT ACCT-REC.
           OPEN OUTPUT APAY-LINE.
      *
       WRITE-HEADERS.
           WRITE APAY-LINE-REC FROM APAY-HEADER-1.
           WRITE APAY-LINE-REC FROM APAY-HEADER-2.
           WRITE APAY-LINE-REC FROM APAY-HEADER-3.
           MOVE SPACES TO APAY-LINE-REC.
      *
       READ-NEXT-CARD.
           PERFORM READ-APAY-TRANS
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO WS-RECORD-COUNT
               PERFORM PROCESS-APAY-CARD
               PERFORM READ-APAY-TRANS
           END-PERFORM
           .
      *
       CLOSE-STOP.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE APAY-TRANS.
           CLOSE APAY-FILE.
           CLOSE ACCT-REC.
           CLOSE APAY-LINE.
           GOBACK.
      *
       READ-APAY-TRANS.
           READ APAY-TRANS
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      * Every card must name an account on the master; the action
      * then decides the rest.
       PROCESS-APAY-CARD.
           MOVE SPACES          TO APAY-LINE-REC.
           MOVE APT-ACCT-NO     TO APL-ACCT-NO-O.
           EVALUATE TRUE
               WHEN APT-ADD
                   MOVE 'ENROLL'     TO APL-ACTION-O
               WHEN APT-CHANGE
                   MOVE 'CHANGE'     TO APL-ACTION-O
               WHEN APT-CANCEL
                   MOVE 'CANCEL'     TO APL-ACTION-O
               WHEN OTHER
                   MOVE APT-ACTION   TO APL-ACTION-O
           END-EVALUATE.
           MOVE APT-ACCT-NO TO ACCT-NO.
           READ ACCT-REC
               INVALID KEY
                   MOVE 'ACCOUNT NOT FOUND' TO APL-RESULT-O
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN APT-ADD
                           PERFORM ENROLL-ACCOUNT
                       WHEN APT-CHANGE
                           PERFORM CHANGE-ENROLLMENT
                       WHEN APT-CANCEL
                           PERFORM CANCEL-ENROLLMENT
                       WHEN OTHER
                           MOVE 'BAD ACTION CODE' TO APL-RESULT-O
                           PERFORM WRITE-REJECT-LINE
                   END-EVALUATE
           END-READ
           .
      *
      * An account that can no longer be billed cannot enroll. An
      * account already enrolled must be changed, not added again;
      * a cancelled enrollment is simply written over.
       ENROLL-ACCOUNT.
           IF ACCT-STAT-CLOSED OR ACCT-STAT-DECEASED
               OR ACCT-STAT-CHARGED-OFF
               MOVE 'ACCOUNT NOT OPEN' TO APL-RESULT-O
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE APT-ACCT-NO TO APY-ACCT-NO
               READ APAY-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-APAY-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-APAY-FOUND
               END-READ
               IF WS-APAY-FOUND = 'Y' AND NOT APY-STAT-CANCELLED
                   MOVE 'ALREADY ENROLLED' TO APL-RESULT-O
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   MOVE SPACES TO WS-NEW-ROUTING-NO WS-NEW-BANK-ACCT
                                  WS-NEW-ACCT-TYPE WS-NEW-PAY-OPTION
                   MOVE ZERO   TO WS-NEW-FIXED-AMT
                   PERFORM OVERLAY-CARD-FIELDS
                   PERFORM VALIDATE-ENROLLMENT
                   IF WS-REJECT-REASON NOT = SPACES
                       MOVE WS-REJECT-REASON TO APL-RESULT-O
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       PERFORM WRITE-NEW-ENROLLMENT
                   END-IF
               END-IF
           END-IF
           .
      *
       WRITE-NEW-ENROLLMENT.
           MOVE APT-ACCT-NO       TO APY-ACCT-NO.
           PERFORM MOVE-NEW-FIELDS.
           MOVE 'A'               TO APY-STATUS.
           MOVE ZERO              TO APY-RETURN-COUNT.
           MOVE WS-RUN-DATE       TO APY-ENROLL-DATE.
           MOVE WS-RUN-DATE       TO APY-STATUS-DATE.
           MOVE ZERO              TO APY-LAST-DEBIT-DATE.
           MOVE ZERO              TO APY-LAST-DEBIT-AMT.
           MOVE 'N'               TO APY-LAST-DEBIT-RETURNED.
           IF WS-APAY-FOUND = 'Y'
               REWRITE APAY-REC
           ELSE
               WRITE APAY-REC
           END-IF.
           ADD 1 TO WS-ENROLLED-COUNT.
           MOVE 'ENROLLED' TO APL-RESULT-O.
           PERFORM WRITE-APPLIED-LINE.
      *
      * New bank details on a suspended enrollment reinstate it with
      * a clean return count: the returns were against the old
      * account. A change that leaves the bank details alone leaves
      * a suspension standing.
       CHANGE-ENROLLMENT.
           MOVE APT-ACCT-NO TO APY-ACCT-NO.
           READ APAY-FILE
               INVALID KEY
                   MOVE 'NOT ENROLLED' TO APL-RESULT-O
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   IF APY-STAT-CANCELLED
                       MOVE 'ENROLLMENT CANCELLED' TO APL-RESULT-O
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       MOVE APY-ROUTING-NO     TO WS-NEW-ROUTING-NO
                       MOVE APY-BANK-ACCT-NO   TO WS-NEW-BANK-ACCT
                       MOVE APY-BANK-ACCT-TYPE TO WS-NEW-ACCT-TYPE
                       MOVE APY-PAY-OPTION     TO WS-NEW-PAY-OPTION
                       MOVE APY-FIXED-AMOUNT   TO WS-NEW-FIXED-AMT
                       PERFORM OVERLAY-CARD-FIELDS
                       PERFORM VALIDATE-ENROLLMENT
                       IF WS-REJECT-REASON NOT = SPACES
                           MOVE WS-REJECT-REASON TO APL-RESULT-O
                           PERFORM WRITE-REJECT-LINE
                       ELSE
                           PERFORM REWRITE-ENROLLMENT
                       END-IF
                   END-IF
           END-READ
           .
      *
       REWRITE-ENROLLMENT.
           PERFORM MOVE-NEW-FIELDS.
           IF APY-STAT-SUSPENDED AND WS-BANK-CHANGED = 'Y'
               MOVE 'A'         TO APY-STATUS
               MOVE ZERO        TO APY-RETURN-COUNT
               MOVE WS-RUN-DATE TO APY-STATUS-DATE
               ADD 1 TO WS-REINSTATED-COUNT
               MOVE 'CHANGED-REINSTATED' TO APL-RESULT-O
           ELSE
               ADD 1 TO WS-CHANGED-COUNT
               MOVE 'CHANGED' TO APL-RESULT-O
           END-IF.
           REWRITE APAY-REC.
           PERFORM WRITE-APPLIED-LINE.
      *
       CANCEL-ENROLLMENT.
           MOVE APT-ACCT-NO TO APY-ACCT-NO.
           READ APAY-FILE
               INVALID KEY
                   MOVE 'NOT ENROLLED' TO APL-RESULT-O
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   IF APY-STAT-CANCELLED
                       MOVE 'ALREADY CANCELLED' TO APL-RESULT-O
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       MOVE 'X'         TO APY-STATUS
                       MOVE WS-RUN-DATE TO APY-STATUS-DATE
                       REWRITE APAY-REC
                       ADD 1 TO WS-CANCELLED-COUNT
                       MOVE APY-ROUTING-NO     TO WS-NEW-ROUTING-NO
                       MOVE APY-BANK-ACCT-NO   TO WS-NEW-BANK-ACCT
                       MOVE APY-BANK-ACCT-TYPE TO WS-NEW-ACCT-TYPE
                       MOVE APY-PAY-OPTION     TO WS-NEW-PAY-OPTION
                       MOVE 'CANCELLED' TO APL-RESULT-O
                       PERFORM WRITE-APPLIED-LINE
                   END-IF
           END-READ
           .
      *
       OVERLAY-CARD-FIELDS.
           MOVE 'N' TO WS-BANK-CHANGED.
           IF APT-ROUTING-NO NOT = SPACES
               MOVE APT-ROUTING-NO TO WS-NEW-ROUTING-NO
               MOVE 'Y' TO WS-BANK-CHANGED
           END-IF.
           IF APT-BANK-ACCT-NO NOT = SPACES
               MOVE APT-BANK-ACCT-NO TO WS-NEW-BANK-ACCT
               MOVE 'Y' TO WS-BANK-CHANGED
           END-IF.
           IF APT-BANK-ACCT-TYPE NOT = SPACE
               MOVE APT-BANK-ACCT-TYPE TO WS-NEW-ACCT-TYPE
           END-IF.
           IF APT-PAY-OPTION NOT = SPACE
               MOVE APT-PAY-OPTION TO WS-NEW-PAY-OPTION
           END-IF.
           IF APT-FIXED-AMOUNT-X NOT = SPACES
               IF APT-FIXED-AMOUNT IS NUMERIC
                   MOVE APT-FIXED-AMOUNT TO WS-NEW-FIXED-AMT
               ELSE
                   MOVE -1 TO WS-NEW-FIXED-AMT
               END-IF
           END-IF.
      *
      * The routing number must carry a good ABA check digit: three,
      * seven, and one times the digits in turn must total a
      * multiple of ten. A mis-keyed routing number caught here is a
      * returned debit the customer never sees.
       VALIDATE-ENROLLMENT.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-NEW-ROUTING-NO IS NOT NUMERIC
               MOVE 'BAD ROUTING NUMBER' TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-ABA-SUM =
                   3 * (WS-ROUTING-DIGIT (1) + WS-ROUTING-DIGIT (4)
                        + WS-ROUTING-DIGIT (7))
                   + 7 * (WS-ROUTING-DIGIT (2) + WS-ROUTING-DIGIT (5)
                        + WS-ROUTING-DIGIT (8))
                   + WS-ROUTING-DIGIT (3) + WS-ROUTING-DIGIT (6)
                   + WS-ROUTING-DIGIT (9)
               DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
                   REMAINDER WS-ABA-REMAINDER
               IF WS-ABA-REMAINDER NOT = ZERO
                   OR WS-NEW-ROUTING-NO = ZERO
                   MOVE 'BAD ROUTING NUMBER' TO WS-REJECT-REASON
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-NEW-BANK-ACCT = SPACES
                   MOVE 'NO BANK ACCOUNT' TO WS-REJECT-REASON
               WHEN WS-NEW-ACCT-TYPE NOT = 'C'
                   AND WS-NEW-ACCT-TYPE NOT = 'S'
                   MOVE 'BAD ACCOUNT TYPE' TO WS-REJECT-REASON
               WHEN WS-NEW-PAY-OPTION NOT = 'M'
                   AND WS-NEW-PAY-OPTION NOT = 'S'
                   AND WS-NEW-PAY-OPTION NOT = 'F'
                   MOVE 'BAD PAYMENT OPTION' TO WS-REJECT-REASON
               WHEN WS-NEW-FIXED-AMT < ZERO
                   MOVE 'BAD FIXED AMOUNT' TO WS-REJECT-REASON
               WHEN WS-NEW-PAY-OPTION = 'F'
                   AND WS-NEW-FIXED-AMT = ZERO
                   MOVE 'NO FIXED AMOUNT' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       MOVE-NEW-FIELDS.
           MOVE WS-NEW-ROUTING-NO TO APY-ROUTING-NO.
           MOVE WS-NEW-BANK-ACCT  TO APY-BANK-ACCT-NO.
           MOVE WS-NEW-ACCT-TYPE  TO APY-BANK-ACCT-TYPE.
           MOVE WS-NEW-PAY-OPTION TO APY-PAY-OPTION.
           IF WS-NEW-PAY-OPTION = 'F'
               MOVE WS-NEW-FIXED-AMT TO APY-FIXED-AMOUNT
           ELSE
               MOVE ZERO TO APY-FIXED-AMOUNT
           END-IF.
      *
      * Only the last four digits of the bank account ever print.
       WRITE-APPLIED-LINE.
           MOVE WS-NEW-ROUTING-NO TO APL-ROUTING-O.
           MOVE WS-NEW-ACCT-TYPE  TO APL-TYPE-O.
           MOVE WS-NEW-PAY-OPTION TO APL-OPTION-O.
           MOVE ZERO TO WS-TRAIL-SPACES.
           INSPECT FUNCTION REVERSE (WS-NEW-BANK-ACCT)
               TALLYING WS-TRAIL-SPACES FOR LEADING SPACES.
           COMPUTE WS-ACCT-LENGTH = 17 - WS-TRAIL-SPACES.
           MOVE ALL '*' TO APL-BANK-ACCT-O.
           IF WS-ACCT-LENGTH > 4
               MOVE WS-NEW-BANK-ACCT (WS-ACCT-LENGTH - 3:4)
                   TO APL-BANK-ACCT-O (14:4)
           END-IF.
           WRITE APAY-LINE-REC.
      *
       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           WRITE APAY-LINE-REC.
      *
       WRITE-CONTROL-TOTALS.
           MOVE WS-RECORD-COUNT     TO CTL-RECORD-COUNT-O.
           MOVE WS-ENROLLED-COUNT   TO CTL-ENROLLED-O.
           MOVE WS-CHANGED-COUNT    TO CTL-CHANGED-O.
           MOVE WS-REINSTATED-COUNT TO CTL-REINSTATED-O.
           MOVE WS-CANCELLED-COUNT  TO CTL-CANCELLED-O.
           MOVE WS-REJECT-COUNT     TO CTL-REJECT-O.
           MOVE SPACES TO APAY-LINE-REC.
           WRITE APAY-LINE-REC.
           WRITE APAY-LINE-REC FROM CONTROL-HEADER-1.
           WRITE APAY-LINE-REC FROM CONTROL-TOTAL-LINE-1.
           WRITE APAY-LINE-REC FROM CONTROL-TOTAL-LINE-2.
           WRITE APAY-LINE-REC FROM CONTROL-TOTAL-LINE-3.
           WRITE APAY-LINE-REC FROM CONTROL-TOTAL-LINE-4.
           WRITE APAY-LINE-REC FROM CONTROL-TOTAL-LINE-5.
           WRITE APAY-LINE-REC FROM CONTROL-TOTAL-LINE-6.
