      *****************************************************
      *  CHQCLR.CPY                                       *
      *  Record layout for the presented-cheque file      *
      *  received from the clearing house (CHQCLRIN.DAT)  *
      *  and the cheque returns file sent back to it      *
      *  (CHQRTRN.DAT). Each file begins with one type    *
      *  'H' header carrying the clearing source and      *
      *  batch, carries one type 'D' record per cheque,   *
      *  and ends with one type 'T' trailer carrying the  *
      *  item count and amount hash total, so a truncated *
      *  or damaged transmission is rejected whole.       *
      *  CCL-RETURN-REASON is set only on the returns     *
      *  file:                                             *
      *    01 payment stopped                              *
      *    02 cheque not issued                            *
      *    03 duplicate - serial already paid              *
      *    04 insufficient funds                           *
      *    05 account closed or frozen                     *
      *    06 account not on file                          *
      *****************************************************
       01  CHEQUE-CLEARING-RECORD.
      *    Record type: 'H' header, 'D' detail, 'T' trailer.
           05  CCL-TYPE               PIC X.
           05  CCL-DETAIL.
               10  CCL-ACCOUNT            PIC 9(9).
               10  CCL-SERIAL             PIC 9(6).
               10  CCL-AMOUNT             PIC 9(6)V99.
               10  CCL-PRESENTING-BANK    PIC X(8).
               10  CCL-ITEM-REF           PIC X(16).
               10  CCL-RETURN-REASON      PIC XX.
           05  CCL-HEADER REDEFINES CCL-DETAIL.
               10  CCL-SOURCE             PIC X(4).
               10  CCL-BATCH              PIC 9(6).
               10  CCL-CREATED            PIC 9(8).
               10  FILLER                 PIC X(31).
           05  CCL-TRAILER REDEFINES CCL-DETAIL.
               10  CCL-ITEM-COUNT         PIC 9(6).
               10  CCL-HASH-TOTAL         PIC 9(11)V99.
               10  FILLER                 PIC X(30).
