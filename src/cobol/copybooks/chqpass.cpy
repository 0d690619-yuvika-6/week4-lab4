      *****************************************************
      *  CHQPASS.CPY                                      *
      *  Parameter area passed to ChequeProgram, which    *
      *  owns the cheque book register (CHQBOOK.DAT),     *
      *  the stop-payment file (CHQSTOP.DAT) and the      *
      *  paid-cheque register (CHQPAID.DAT).              *
      *  Functions:                                        *
      *    ISSUE  record a book of CQPS-FIRST-SERIAL thru *
      *           CQPS-LAST-SERIAL issued on CQPS-DATE    *
      *    STOP   place a stop on the range; returns the  *
      *           stop sequence in CQPS-STOP-SEQ          *
      *    LIFT   lift the active stop covering serial    *
      *           CQPS-FIRST-SERIAL; returns its sequence *
      *           and range                                *
      *    CHECK  set CQPS-STATUS for serial              *
      *           CQPS-FIRST-SERIAL                        *
      *    PAID   record serial CQPS-FIRST-SERIAL as paid *
      *  Result codes: 00 done, 22 range overlaps a book  *
      *  or an active stop / serial already paid, 23 not  *
      *  issued or no active stop, 24 stop refused -      *
      *  the cheque has already been paid, 99 unknown     *
      *  function.                                        *
      *****************************************************
       01  CHQ-PASS-AREA.
           05  CQPS-FIRST-SERIAL      PIC 9(6).
           05  CQPS-LAST-SERIAL       PIC 9(6).
           05  CQPS-STOP-SEQ          PIC 9(4).
           05  CQPS-AMOUNT            PIC 9(6)V99.
           05  CQPS-DATE              PIC 9(8).
           05  CQPS-TELLER            PIC X(8).
           05  CQPS-REFERENCE         PIC 9(10).
      *    Set by CHECK: 'I' issued and payable, 'N' not
      *    issued, 'P' already paid (CQPS-AMOUNT, CQPS-DATE
      *    and CQPS-REFERENCE describe the earlier payment),
      *    'S' under an active stop.
           05  CQPS-STATUS            PIC X.
      *    Clearing source and batch: stored by PAID, returned
      *    by CHECK for a serial already paid.
           05  CQPS-SOURCE            PIC X(4).
           05  CQPS-BATCH             PIC 9(6).
