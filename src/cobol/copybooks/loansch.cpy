      *****************************************************
      *  LOANSCH.CPY                                      *
      *  Record layout for the loan repayment schedule    *
      *  (LOANSCHD.DAT), keyed by loan number plus        *
      *  installment number. Operations writes the full   *
      *  schedule when the loan is booked; each row       *
      *  carries the installment's interest / principal   *
      *  split and the principal left after it, so the    *
      *  collection run posts exactly what the customer   *
      *  was quoted. The last row absorbs the rounding.   *
      *****************************************************
       01  LOAN-SCHEDULE-RECORD.
           05  LS-KEY.
               10  LS-LOAN            PIC 9(8).
               10  LS-INSTALLMENT-NO  PIC 9(3).
           05  LS-DUE-DATE            PIC 9(8).
           05  LS-AMOUNT              PIC 9(6)V99.
           05  LS-INTEREST            PIC 9(6)V99.
           05  LS-PRINCIPAL           PIC 9(6)V99.
           05  LS-BALANCE-AFTER       PIC 9(6)V99.
      *    'D' due (not yet reached or not yet collected),
      *    'M' missed - past due and not collected,
      *    'P' paid.
           05  LS-STATUS              PIC X.
           05  LS-PAID-DATE           PIC 9(8).
