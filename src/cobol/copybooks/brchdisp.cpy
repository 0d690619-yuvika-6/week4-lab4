      *    09 source and destination accounts equal        *
      *    10 daily debit limit would be exceeded          *
      *    11 PARTIAL - source already debited, dest       *
      *       credit blocked; do NOT resubmit - repair by  *
      *       reversing the debit leg named in DSP-REFERENCE *
      *    12 account kept changing under concurrent       *
      *       postings - not posted; resubmit the item     *
      *    13 no transaction reference could be issued -   *
      *       not posted; resubmit once TXNREF.DAT is      *
      *       repaired                                     *
      *****************************************************
       01  DISPOSITION-RECORD.
      *    Batch identity echoed from the input header so the
           05  DSP-TO-ACCOUNT         PIC 9(9).
           05  DSP-STATUS             PIC X.
           05  DSP-REASON             PIC XX.
      *    Journal reference of the posting made for the item
      *    (the debit leg for a transfer); zero if nothing was
      *    posted.
           05  DSP-REFERENCE          PIC 9(10).
