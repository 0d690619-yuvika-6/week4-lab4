      *  Record layout for the transaction journal file   *
      *  (TRANJRNL). One record is appended for every      *
      *  posting so a full audit trail survives between    *
      *  balance snapshots. Every record carries a unique  *
      *  transaction reference from TxnRefProgram so a     *
      *  posting can be looked up and reversed.            *
      *****************************************************
       01  JOURNAL-RECORD.
           05  JNL-DATE               PIC 9(8).
      *    'Y' = cash over the counter (moves drawer cash),
      *    'N' = non-cash, space = not applicable.
           05  JNL-CASH-IND           PIC X.
      *    Unique transaction reference of this record.
           05  JNL-REFERENCE          PIC 9(10).
      *    Reference of the other leg of a two-leg posting
      *    (transfer, standing order, payment export) - set
      *    on the second leg, pointing back to the first;
      *    zero otherwise.
           05  JNL-PAIR-REF           PIC 9(10).
      *    On a reversal (REVCR/REVDB), the reference of the
      *    posting it reverses; zero on every other record.
           05  JNL-REVERSES-REF       PIC 9(10).
