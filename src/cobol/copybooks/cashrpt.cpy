      *****************************************************
      *  CASHRPT.CPY                                      *
      *  Record layout for the regulatory cash report     *
      *  extract (CASHRPT.DAT), rebuilt each night from   *
      *  the compliance cases opened that business day.   *
      *  One type 'H' header, one type 'D' record per new *
      *  case, and one type 'T' trailer carrying the      *
      *  record count and the hash total of cash-in plus  *
      *  cash-out, so the receiving side can verify it.   *
      *  CRX-REPORT-TYPE: 'CASH' reportable cash,         *
      *  'STRC' suspected structuring.                     *
      *****************************************************
       01  CASH-REPORT-RECORD.
      *    Record type: 'H' header, 'D' detail, 'T' trailer.
           05  CRX-TYPE               PIC X.
           05  CRX-DETAIL.
               10  CRX-REPORT-TYPE        PIC X(4).
               10  CRX-CASE-NUMBER        PIC 9(8).
               10  CRX-ACTIVITY-FROM      PIC 9(8).
               10  CRX-ACTIVITY-TO        PIC 9(8).
               10  CRX-CUSTOMER           PIC 9(6).
               10  CRX-NAME               PIC X(30).
               10  CRX-ADDRESS-1          PIC X(30).
               10  CRX-ADDRESS-2          PIC X(30).
               10  CRX-ID-DOC-TYPE        PIC X(4).
               10  CRX-ID-DOC-NUMBER      PIC X(20).
               10  CRX-CASH-IN            PIC 9(7)V99.
               10  CRX-CASH-OUT           PIC 9(7)V99.
               10  CRX-ITEM-COUNT         PIC 9(4).
               10  CRX-ACCOUNT-COUNT      PIC 9(3).
           05  CRX-HEADER REDEFINES CRX-DETAIL.
               10  CRX-BUSINESS-DATE      PIC 9(8).
               10  CRX-CREATED            PIC 9(8).
               10  FILLER                 PIC X(157).
           05  CRX-TRAILER REDEFINES CRX-DETAIL.
               10  CRX-RECORD-COUNT       PIC 9(6).
               10  CRX-HASH-TOTAL         PIC 9(11)V99.
               10  FILLER                 PIC X(154).
