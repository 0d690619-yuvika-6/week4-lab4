      *****************************************************
      *  CASHITEM.CPY                                     *
      *  Record layout for the near-threshold cash item   *
      *  history (CASHITEM.DAT), keyed by customer, date  *
      *  and journal reference. CashMonitorProgram adds   *
      *  every cash item at or above the near-threshold   *
      *  floor but under the reportable threshold, and    *
      *  drops items older than the rolling window, so    *
      *  structuring can be detected across days without  *
      *  depending on how long the journal is kept.       *
      *****************************************************
       01  CASH-ITEM-RECORD.
           05  CIT-KEY.
               10  CIT-CUSTOMER       PIC 9(6).
               10  CIT-DATE           PIC 9(8).
               10  CIT-REFERENCE      PIC 9(10).
           05  CIT-ACCOUNT            PIC 9(9).
           05  CIT-TELLER             PIC X(8).
      *    'I' cash in, 'O' cash out.
           05  CIT-DIRECTION          PIC X.
           05  CIT-AMOUNT             PIC 9(6)V99.
