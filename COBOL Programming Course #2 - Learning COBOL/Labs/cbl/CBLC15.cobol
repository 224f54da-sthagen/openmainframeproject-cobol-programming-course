           SELECT SYSIN-CARD  ASSIGN TO SYSIN.
           SELECT GL-FILE     ASSIGN TO GLEXTR.
           SELECT PROOF-LINE  ASSIGN TO PRUFLINE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE.
      *-------------
       DATA DIVISION.
      *-------------
      * records stamped with the business date settle tonight, and
      * every earlier day's record is passed over -- it settled on
      * its own night.
      * Added for posting screening: a posting CBL0008 held and a
      * later night released carries that night's business date on
      * its history record, not the date the feed first carried, so
      * it settles here on the night it actually posted -- the night
      * its amount is in the register totals keyed onto the control
      * card.
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-REC.
           05  HST-ACCT-NO        PIC X(8).
      * extract against these keyed figures -- an independent side,
      * not this program's own arithmetic -- so an out-of-balance
      * day genuinely fails.
      * Added for charge-off: the charge-off ('O') and recovery ('R')
      * types have no room on card one and always book to the
      * built-in chart below.
      * Added for returns and refunds: so do the returned-payment
      * ('N'), refund-check ('K') and escheat-remittance ('U') types.
       FD  SYSIN-CARD RECORDING MODE F.
       01  GL-PARM-CARD.
           05  GL-PARM-ENTRY OCCURS 4 TIMES.
      *
       FD  PROOF-LINE RECORDING MODE F.
       01  PROOF-REC              PIC X(80).
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
      * transaction type: client debits and fees build the
      * receivable; payments move cash against it; credits relieve
      * it through settlement clearing; fees book to fee income.
      * Added for charge-off: a charge-off moves the receivable to the
      * loss reserve, and a recovery brings cash back into the
      * reserve.
      * Added for the annual summary: finance charges ('I') carry
      * their own type so they can be told from fees, but book to
      * the same fee-income pair -- including a card override of
      * the fee pair -- so the ledger sees no change.
      * Added for returns and refunds: a returned payment reverses
      * the payment pair, putting the receivable back against cash;
      * a refund check pays a credit balance out of cash; and an
      * escheat remittance moves an unclaimed credit balance to the
      * unclaimed-property payable until the state is paid.
       01  DEFAULT-GL-VALUES.
           05  FILLER  PIC X(16) VALUE '1101000020010000'.
           05  FILLER  PIC X(16) VALUE '2001000011010000'.
           05  FILLER  PIC X(16) VALUE '1001000011010000'.
           05  FILLER  PIC X(16) VALUE '1101000040010000'.
           05  FILLER  PIC X(16) VALUE '1191000011010000'.
           05  FILLER  PIC X(16) VALUE '1001000011910000'.
           05  FILLER  PIC X(16) VALUE '1101000040010000'.
           05  FILLER  PIC X(16) VALUE '1101000010010000'.
           05  FILLER  PIC X(16) VALUE '1101000010010000'.
           05  FILLER  PIC X(16) VALUE '1101000020510000'.
       01  DEFAULT-GL-TABLE REDEFINES DEFAULT-GL-VALUES.
           05  DEFAULT-GL-ENTRY OCCURS 10 TIMES.
               10  DEF-DEBIT-GL   PIC X(8).
               10  DEF-CREDIT-GL  PIC X(8).
      *
      * One accumulator per transaction type, fixed in D, C, P, F
      * order to match the parameter card, then O and R, then I,
      * then N, K and U.
       01  TYPE-TABLE-VALUES.
           05  FILLER  PIC X(1) VALUE 'D'.
           05  FILLER  PIC X(1) VALUE 'C'.
           05  FILLER  PIC X(1) VALUE 'P'.
           05  FILLER  PIC X(1) VALUE 'F'.
           05  FILLER  PIC X(1) VALUE 'O'.
           05  FILLER  PIC X(1) VALUE 'R'.
           05  FILLER  PIC X(1) VALUE 'I'.
           05  FILLER  PIC X(1) VALUE 'N'.
           05  FILLER  PIC X(1) VALUE 'K'.
           05  FILLER  PIC X(1) VALUE 'U'.
       01  TYPE-LETTER-TABLE REDEFINES TYPE-TABLE-VALUES.
           05  TYPE-LETTER OCCURS 10 TIMES PIC X(1).
      *
       01  WS-TYPE-SUB           PIC 9(2) VALUE ZERO.
      *
       01  GL-TYPE-TABLE.
           05  GL-TYPE-ENTRY OCCURS 10 TIMES.
               10  GLT-COUNT      PIC 9(7).
               10  GLT-AMOUNT     PIC S9(11)V99 COMP-3.
               10  GLT-DEBIT-GL   PIC X(8).
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE =
               WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100
       READ-GL-PARM.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 10
               MOVE ZERO TO GLT-COUNT (WS-TYPE-SUB)
               MOVE ZERO TO GLT-AMOUNT (WS-TYPE-SUB)
               MOVE DEF-DEBIT-GL (WS-TYPE-SUB)
               PERFORM READ-CONTROL-CARD
           END-IF.
           CLOSE SYSIN-CARD.
           MOVE GLT-DEBIT-GL (4)  TO GLT-DEBIT-GL (7).
           MOVE GLT-CREDIT-GL (4) TO GLT-CREDIT-GL (7).
      *
       WRITE-HEADERS.
           WRITE PROOF-REC FROM PROOF-HEADER-1.
           MOVE WS-BUSINESS-DATE TO GLH-RUN-DATE.
           WRITE GL-REC FROM GL-HDR-REC.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 10
               IF GLT-AMOUNT (WS-TYPE-SUB) NOT = ZERO
                   PERFORM WRITE-ENTRY-PAIR
               END-IF
                   MOVE 3 TO WS-TYPE-SUB
               WHEN 'F'
                   MOVE 4 TO WS-TYPE-SUB
               WHEN 'O'
                   MOVE 5 TO WS-TYPE-SUB
               WHEN 'R'
                   MOVE 6 TO WS-TYPE-SUB
               WHEN 'I'
                   MOVE 7 TO WS-TYPE-SUB
               WHEN 'N'
                   MOVE 8 TO WS-TYPE-SUB
               WHEN 'K'
                   MOVE 9 TO WS-TYPE-SUB
               WHEN 'U'
                   MOVE 10 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE ZERO TO WS-TYPE-SUB
           END-EVALUATE.
                   MOVE 'CREDIT'  TO PRF-TYPE-O
               WHEN 'P'
                   MOVE 'PAYMENT' TO PRF-TYPE-O
               WHEN 'O'
                   MOVE 'CHG-OFF' TO PRF-TYPE-O
               WHEN 'R'
                   MOVE 'RECOVER' TO PRF-TYPE-O
               WHEN 'I'
                   MOVE 'FIN CHG' TO PRF-TYPE-O
               WHEN 'N'
                   MOVE 'RETURN'  TO PRF-TYPE-O
               WHEN 'K'
                   MOVE 'REFUND'  TO PRF-TYPE-O
               WHEN 'U'
                   MOVE 'ESCHEAT' TO PRF-TYPE-O
               WHEN OTHER
                   MOVE 'FEE'     TO PRF-TYPE-O
           END-EVALUATE.
           WRITE PROOF-REC FROM CONTROL-TOTAL-LINE-4.
           WRITE PROOF-REC FROM CONTROL-TOTAL-LINE-2.
           WRITE PROOF-REC FROM CONTROL-TOTAL-LINE-3.
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
