      *****************************************************
      *  CHQSTOP.CPY                                      *
      *  Record layout for the stop-payment file          *
      *  (CHQSTOP.DAT), keyed by account number plus a    *
      *  sequence number assigned when the stop is        *
      *  placed. A stop covers a single cheque (first     *
      *  serial = last serial) or a range of serials.     *
      *  Lifted stops stay on file with status 'L' so the *
      *  history is kept.                                  *
      *****************************************************
       01  CHEQUE-STOP-RECORD.
           05  CHS-KEY.
               10  CHS-ACCOUNT        PIC 9(9).
               10  CHS-SEQ            PIC 9(4).
           05  CHS-FIRST-SERIAL       PIC 9(6).
           05  CHS-LAST-SERIAL        PIC 9(6).
           05  CHS-PLACED-DATE        PIC 9(8).
           05  CHS-PLACED-TELLER      PIC X(8).
      *    'A' = active, 'L' = lifted.
           05  CHS-STATUS             PIC X.
           05  CHS-LIFTED-DATE        PIC 9(8).
           05  CHS-LIFTED-TELLER      PIC X(8).
