      *  non-financial maintenance action - limit         *
      *  changes, freezes/unfreezes, closures, standing   *
      *  order adds/changes/cancels, hold placements and  *
      *  releases, customer detail changes, checkpoint    *
      *  overrides, cheque book issues, stop payments     *
      *  placed or lifted, account relationships added    *
      *  or ended, customer closures, compliance case     *
      *  dispositions and overdraft protection links set  *
      *  or removed - so auditors can see who did what    *
      *  and what the value was before.                    *
      *  Action codes: SETODL SETDDL ACFRZ ACUNFR ACCLOS  *
      *  SOADD SOCHG SOCAN HOLDPL HOLDRL CKPTCL CUSTUP    *
      *  REVRSL CHQBK CHQSTP CHQLFT RELADD RELEND CUSTCL  *
      *  CMPDSP ODPSET ODPEND.                             *
      *****************************************************
       01  MAINT-AUDIT-RECORD.
           05  MNT-DATE               PIC 9(8).
           05  MNT-TIME               PIC 9(6).
           05  MNT-TELLER             PIC X(8).
      *    Account acted on; carries the customer ID for
      *    CUSTUP and CUSTCL and the case number for CMPDSP;
      *    zero when not applicable.
           05  MNT-ACCOUNT            PIC 9(9).
      *    Standing order number; for RELADD and RELEND the
      *    linked customer ID, for CMPDSP the case customer;
      *    zero when not applicable.
           05  MNT-ORDER              PIC 9(6).
           05  MNT-ACTION             PIC X(6).
      *    Value before and after the action, formatted as
      *    display text (amount, status letter, or spaces).
      *    For REVRSL, before is the reference reversed and
      *    after is the approving supervisor ID. For CHQBK,
      *    CHQSTP and CHQLFT the serial range is shown as
      *    first-last; MNT-ORDER carries the stop sequence.
      *    For RELADD and RELEND the link is shown as role
      *    and date (effective date, or ended date after an
      *    end). For CMPDSP before is 'O' and after is 'D'
      *    followed by the disposition code. ACFRZ by
      *    teller SYSTEM is an automatic freeze of an account
      *    left overdrawn past the configured age. For
      *    ODPSET and ODPEND the backup account is shown
      *    (before = previous backup, spaces if none).
           05  MNT-BEFORE             PIC X(14).
           05  MNT-AFTER              PIC X(14).
