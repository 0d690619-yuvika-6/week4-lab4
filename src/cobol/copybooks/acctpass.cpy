      *  non-key fields of ACCOUNT-RECORD (acctrec.cpy)    *
      *  so callers exchange the whole account image       *
      *  without opening the account master themselves.    *
      *  Result codes: 00 ok, 23 not on file, 22 already   *
      *  on file (OPEN), 09 record changed since it was    *
      *  read - WRITE refused, 99 unknown function.        *
      *****************************************************
       01  ACCT-PASS-AREA.
           05  PASS-BALANCE           PIC S9(6)V99 SIGN IS TRAILING
           05  PASS-DAILY-DEBIT-LIMIT PIC 9(6)V99.
           05  PASS-DEBITS-DATE       PIC 9(8).
           05  PASS-DEBITS-TODAY      PIC 9(7)V99.
      *    Update counter as read. WRITE hands it back unchanged;
      *    if the record was updated in between, the write is
      *    refused with result '09' and the caller must re-read.
           05  PASS-UPDATE-COUNT      PIC 9(8).
