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
      * Purge threshold parameter card, read the way CBL0006's
      * READ-STATE-PARM takes its state card: days of inactivity in
      * record stays retrievable (CBL0013 reinstates from these
      * generations) while coming off the active master.
       FD  ARCH-FILE RECORDING MODE F.
       01  ARCH-REC               PIC X(182).
      *
       FD  PURGE-LINE RECORDING MODE F.
       01  PURGE-REC.
       01  WS-CONTROL-TOTALS.
           05 WS-RECORD-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-PURGED-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-BLOCKED-HELD    PIC 9(7) VALUE ZERO.
           05 WS-CHGOFF-HELD     PIC 9(7) VALUE ZERO.
           05 WS-CREDIT-HELD     PIC 9(7) VALUE ZERO.
      *
       01  PURGE-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Accounts Purged  = '.
           05  CTL-PURGED-COUNT-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
      * Added for account status.
       01  CONTROL-TOTAL-LINE-3.
           05  FILLER         PIC X(19) VALUE
               'Blocked Held     = '.
           05  CTL-BLOCKED-HELD-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
      * Added for charge-off.
       01  CONTROL-TOTAL-LINE-4.
           05  FILLER         PIC X(19) VALUE
               'Charged Off Held = '.
           05  CTL-CHGOFF-HELD-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
      * Added for unclaimed property.
       01  CONTROL-TOTAL-LINE-5.
           05  FILLER         PIC X(19) VALUE
               'Credit Bal Held  = '.
           05  CTL-CREDIT-HELD-O PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01 WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
      * CBL0006: records whose RESERVED bytes predate the activity
      * date, or carry something that is not a real calendar date,
      * are left on the master rather than purged off garbage data.
      * Added for account status: a blocked account still owing (or
      * owed) money stays on the master however long it has sat --
      * fraud and lost-card cases are worked long after the last
      * posting, and the balance must still be there to collect.
      * Added for charge-off: a charged-off account is never purged.
      * Its balance is zero, but recoveries keep arriving long after
      * the last activity date, and CBL0008 needs the master record
      * to post them.
      * Added for unclaimed property: an account still carrying a
      * credit balance is never purged, whatever its status. That
      * money is the customer's until CBL0029 refunds it or remits
      * it to the state, and archiving the account would lose it.
       CHECK-PURGE-ACCOUNT.
           IF LAST-ACTIVITY-DATE IS NUMERIC
               AND LAST-ACTIVITY-DATE > ZERO
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-YYYYMMDD)
                   - FUNCTION INTEGER-OF-DATE (LAST-ACTIVITY-DATE)
               IF WS-DAYS-SINCE-ACTIVITY > WS-PURGE-THRESHOLD
                   EVALUATE TRUE
                       WHEN ACCT-STAT-BLOCKED
                           AND ACCT-BALANCE NOT = ZERO
                           ADD 1 TO WS-BLOCKED-HELD
                       WHEN ACCT-STAT-CHARGED-OFF
                           ADD 1 TO WS-CHGOFF-HELD
                       WHEN ACCT-BALANCE < ZERO
                           ADD 1 TO WS-CREDIT-HELD
                       WHEN OTHER
                           PERFORM PURGE-ACCOUNT
                   END-EVALUATE
               END-IF
           END-IF
           .
       WRITE-CONTROL-TOTALS.
           MOVE WS-RECORD-COUNT TO CTL-RECORD-COUNT-O.
           MOVE WS-PURGED-COUNT TO CTL-PURGED-COUNT-O.
           MOVE WS-BLOCKED-HELD TO CTL-BLOCKED-HELD-O.
           MOVE WS-CHGOFF-HELD  TO CTL-CHGOFF-HELD-O.
           MOVE WS-CREDIT-HELD  TO CTL-CREDIT-HELD-O.
           MOVE SPACES TO PURGE-REC.
           WRITE PURGE-REC.
           WRITE PURGE-REC FROM CONTROL-HEADER-1.
           WRITE PURGE-REC FROM CONTROL-TOTAL-LINE-1.
           WRITE PURGE-REC FROM CONTROL-TOTAL-LINE-2.
           WRITE PURGE-REC FROM CONTROL-TOTAL-LINE-3.
           WRITE PURGE-REC FROM CONTROL-TOTAL-LINE-4.
           WRITE PURGE-REC FROM CONTROL-TOTAL-LINE-5.
