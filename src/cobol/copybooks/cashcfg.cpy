      *****************************************************
      *  CASHCFG.CPY                                      *
      *  Record layout for the cash monitoring config     *
      *  file (CASHCFG.DAT). One record holding the       *
      *  reportable cash threshold (a customer's cash-in  *
      *  or cash-out for one business day, across all     *
      *  accounts), the floor above which a single cash   *
      *  item counts as just under that threshold, the    *
      *  rolling window in days over which such items are *
      *  kept, and how many of them within the window     *
      *  make a structuring pattern, so all four can      *
      *  change without a recompile.                       *
      *****************************************************
       01  CASH-MONITOR-CONFIG-RECORD.
           05  CMC-REPORT-THRESHOLD   PIC 9(6)V99.
           05  CMC-NEAR-FLOOR         PIC 9(6)V99.
           05  CMC-WINDOW-DAYS        PIC 9(3).
           05  CMC-STRUCT-ITEMS       PIC 9(3).
