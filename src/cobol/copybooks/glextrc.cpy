      *  record count and the hash total of the detail    *
      *  amounts so the corporate side can verify the     *
      *  file on import.                                   *
      *  A type '2' position record (operation LNBAL)     *
      *  carries the principal outstanding on active      *
      *  installment loans in GLX-AMOUNT and the number   *
      *  of loans in GLX-COUNT, against the GL account    *
      *  LNDISB debits; it is a balance, not a posting,   *
      *  so it is left out of the control count and hash. *
      *****************************************************
       01  GL-EXTRACT-RECORD.
           05  GLX-TYPE               PIC X.
