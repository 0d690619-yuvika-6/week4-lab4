      *****************************************************
      *  CHQPAID.CPY                                      *
      *  Record layout for the paid-cheque register       *
      *  (CHQPAID.DAT), keyed by account number plus      *
      *  cheque serial. ChequeClearProgram writes one     *
      *  record for every cheque it pays, so a serial     *
      *  presented a second time is returned as a         *
      *  duplicate and a stop cannot be placed on a       *
      *  cheque that has already been paid.               *
      *****************************************************
       01  CHEQUE-PAID-RECORD.
           05  CHP-KEY.
               10  CHP-ACCOUNT        PIC 9(9).
               10  CHP-SERIAL         PIC 9(6).
           05  CHP-AMOUNT             PIC 9(6)V99.
           05  CHP-PAID-DATE          PIC 9(8).
      *    Journal reference of the CHQDB posting.
           05  CHP-REFERENCE          PIC 9(10).
      *    Clearing source and batch the cheque was paid in.
           05  CHP-SOURCE             PIC X(4).
           05  CHP-BATCH              PIC 9(6).
