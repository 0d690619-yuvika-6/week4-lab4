      *  (NOTICES.DAT). One record is appended for every  *
      *  event a customer must be told about - dormancy   *
      *  flagging, service fees, failed or expired        *
      *  standing orders, freezes/unfreezes, closures,    *
      *  supervisor-approved large postings, returned     *
      *  cheques and loan installments missed, loans      *
      *  falling further into arrears or repaid, and      *
      *  accounts going over their overdraft limit or     *
      *  staying overdrawn (escalating ODAGE1-3), and     *
      *  shortfalls covered from a backup account - and   *
      *  NoticePrintProgram formats the accumulated       *
      *  unsent notices into the daily letter file and    *
      *  marks them sent.                                 *
      *  Notice codes: DORMNT SVCFEE SOFAIL SOEXPR        *
      *  ACFRZ ACUNFR ACCLOS LRGPST CHQRTN LNMISS         *
      *  LNARRS LNPAID ODOVER ODAGE1 ODAGE2 ODAGE3        *
      *  ODCOVR.                                          *
      *****************************************************
       01  NOTICE-RECORD.
           05  NTC-CODE               PIC X(6).
