      *****************************************************
      *  CHQBOOK.CPY                                      *
      *  Record layout for the cheque book register       *
      *  (CHQBOOK.DAT), keyed by account number plus the  *
      *  first serial number in the book. Operations      *
      *  writes one record for every cheque book issued;  *
      *  the serial ranges of the books on one account    *
      *  never overlap. ChequeProgram reads it to decide  *
      *  whether a presented serial was ever issued.      *
      *****************************************************
       01  CHEQUE-BOOK-RECORD.
           05  CHB-KEY.
               10  CHB-ACCOUNT        PIC 9(9).
               10  CHB-FIRST-SERIAL   PIC 9(6).
           05  CHB-LAST-SERIAL        PIC 9(6).
           05  CHB-ISSUE-DATE         PIC 9(8).
           05  CHB-TELLER             PIC X(8).
