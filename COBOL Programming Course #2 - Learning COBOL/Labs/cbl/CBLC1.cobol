      * CBL0009 and CBL0011 select on this code so statements and
      * accruals spread across the month instead of one month-end run.
           05  ACCT-CYCLE         PIC X(2).
      * Account status: active ('A', or blank as the reload that
      * grew the record by this one byte leaves it), blocked for
      * fraud or a lost card ('B'), closed pending payoff ('P'),
      * closed ('X'), or deceased ('D'). Set and cleared only by
      * CBL0007's 'S' transaction; every program carrying this
      * layout grew with it, and each nightly step applies its own
      * rule off the 88-levels. Charged off ('C') is set only by
      * CBL0024, which moves the balance to the charge-off file.
           05  ACCT-STATUS-CODE   PIC X(1).
               88  ACCT-STAT-ACTIVE    VALUE 'A' ' '.
               88  ACCT-STAT-BLOCKED   VALUE 'B'.
               88  ACCT-STAT-PAYOFF    VALUE 'P'.
               88  ACCT-STAT-CLOSED    VALUE 'X'.
               88  ACCT-STAT-DECEASED  VALUE 'D'.
               88  ACCT-STAT-CHARGED-OFF VALUE 'C'.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
