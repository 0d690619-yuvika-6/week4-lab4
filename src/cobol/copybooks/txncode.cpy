      *****************************************************
      *  TXNCODE.CPY                                      *
      *  Record layout for the operator-editable          *
      *  transaction code file (TXNCODE.DAT). One record  *
      *  per journal operation code, giving the way the   *
      *  code moves the account balance, a description,   *
      *  whether it counts as customer-initiated activity *
      *  and whether it can move drawer cash.             *
      *  TxnCodeProgram writes the default table when the *
      *  file is missing. Every operation code that can   *
      *  appear in the journal must have a record here or *
      *  the batch programs that read the journal stop.   *
      *****************************************************
       01  TXN-CODE-RECORD.
           05  TXC-OPERATION          PIC X(6).
      *    'C' adds to the account balance, 'D' subtracts
      *    from it, 'B' sets it (balance brought forward),
      *    'N' no account balance effect (drawer and vault
      *    cash movements).
           05  TXC-DIRECTION          PIC X.
           05  TXC-DESCRIPTION        PIC X(30).
      *    'Y' = customer-initiated; counts as account
      *    activity for dormancy and the teller report.
           05  TXC-CUSTOMER-FLAG      PIC X.
      *    'Y' = may be posted as cash over the counter.
      *    Operations asks cash or non-cash only for these
      *    codes, and CashMonitorProgram counts only these
      *    (and reversals of them) as customer cash.
           05  TXC-CASH-FLAG          PIC X.
