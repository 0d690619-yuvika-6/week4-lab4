           05  ACCT-DAILY-DEBIT-LIMIT PIC 9(6)V99.
           05  ACCT-DEBITS-DATE       PIC 9(8).
           05  ACCT-DEBITS-TODAY      PIC 9(7)V99.
      *    Update counter, stepped by DataProgram on every rewrite.
      *    A WRITE carrying a counter that no longer matches the
      *    record on file is refused as stale.
           05  ACCT-UPDATE-COUNT      PIC 9(8).
