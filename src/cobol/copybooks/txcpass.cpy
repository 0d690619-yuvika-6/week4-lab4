      *****************************************************
      *  TXCPASS.CPY                                      *
      *  Pass area for CALLs to TxnCodeProgram. Mirrors   *
      *  the non-key fields of TXN-CODE-RECORD            *
      *  (txncode.cpy) so callers see a code's direction  *
      *  and flags without reading TXNCODE.DAT.           *
      *****************************************************
       01  TXC-PASS-AREA.
      *    'C' credit, 'D' debit, 'B' balance brought
      *    forward, 'N' no account balance effect.
           05  TPAS-DIRECTION         PIC X.
           05  TPAS-DESCRIPTION       PIC X(30).
           05  TPAS-CUSTOMER-FLAG     PIC X.
           05  TPAS-CASH-FLAG         PIC X.
