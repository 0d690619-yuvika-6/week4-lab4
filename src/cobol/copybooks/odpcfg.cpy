      *****************************************************
      *  ODPCFG.CPY                                       *
      *  Record layout for the overdraft protection       *
      *  config file (ODPCFG.DAT). One record holding the *
      *  unit a covering sweep is rounded up to - zero    *
      *  sweeps exactly the shortfall. When the rounded   *
      *  amount cannot be taken from the backup account,  *
      *  the exact shortfall is tried instead.            *
      *****************************************************
       01  OVERDRAFT-PROTECT-CONFIG-RECORD.
           05  ODC-ROUND-UNIT         PIC 9(6)V99.
