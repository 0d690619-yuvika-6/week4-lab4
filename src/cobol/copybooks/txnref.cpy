      *****************************************************
      *  TXNREF.CPY                                       *
      *  Record layout for the transaction reference      *
      *  control file (TXNREF.DAT). One record holding    *
      *  the last reference handed out by TxnRefProgram,  *
      *  so every journal record written by any program   *
      *  carries a reference that is never reused, even   *
      *  across journal cutovers.                          *
      *****************************************************
       01  TXN-REFERENCE-RECORD.
           05  TXR-LAST-REFERENCE     PIC 9(10).
