      *****************************************************
      *  LOANMSTR.CPY                                     *
      *  Record layout for the installment loan master    *
      *  (LOANMSTR.DAT), keyed by loan number. Each loan  *
      *  is tied to the customer's deposit account: the   *
      *  disbursement is credited to it (LNDISB) and      *
      *  LoanCollectProgram debits each due installment   *
      *  from it, split into interest (LNINT) and         *
      *  principal (LNPRIN). The repayment schedule is    *
      *  held in LOANSCHD.DAT (LOANSCH.CPY).              *
      *  Arrears buckets: 0 current, 1 1-30 days past     *
      *  due, 2 31-60, 3 61-90, 4 over 90, counted from   *
      *  the oldest unpaid installment's due date.        *
      *****************************************************
       01  LOAN-RECORD.
           05  LN-NUMBER              PIC 9(8).
           05  LN-DEPOSIT-ACCOUNT     PIC 9(9).
           05  LN-PRINCIPAL           PIC 9(6)V99.
      *    Annual rate as a fraction, e.g. 0.0850 = 8.5%.
           05  LN-RATE                PIC 9V9(4).
      *    Term in monthly installments.
           05  LN-TERM                PIC 9(3).
           05  LN-INSTALLMENT         PIC 9(6)V99.
           05  LN-BOOKED-DATE         PIC 9(8).
           05  LN-FIRST-DUE           PIC 9(8).
      *    Journal reference of the LNDISB disbursement.
           05  LN-DISB-REFERENCE      PIC 9(10).
      *    Due date of the oldest installment not yet paid;
      *    zero once the loan is repaid.
           05  LN-NEXT-DUE            PIC 9(8).
      *    Principal still owed.
           05  LN-OUTSTANDING         PIC 9(6)V99.
           05  LN-INSTALLMENTS-PAID   PIC 9(3).
           05  LN-INTEREST-PAID       PIC 9(7)V99.
      *    Arrears as at the last collection run: amount of
      *    installments due and unpaid, how many, days past
      *    due of the oldest, and the bucket it falls in.
           05  LN-ARREARS-AMOUNT      PIC 9(7)V99.
           05  LN-MISSED-COUNT        PIC 9(3).
           05  LN-DAYS-PAST-DUE       PIC 9(5).
           05  LN-ARREARS-BUCKET      PIC 9.
      *    Loan status: 'A' active, 'P' repaid in full.
           05  LN-STATUS              PIC X.
           05  LN-TELLER              PIC X(8).
