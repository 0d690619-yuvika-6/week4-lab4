      *****************************************************
      *  ODPROT.CPY                                       *
      *  Record layout for the overdraft protection file  *
      *  (ODPROT.DAT), one record per protected account,  *
      *  keyed by the primary account. It names the       *
      *  backup account, owned by the same customer, that *
      *  OverdraftCoverProgram sweeps from when a debit   *
      *  on the primary would fail for insufficient       *
      *  funds.                                           *
      *****************************************************
       01  OVERDRAFT-PROTECT-RECORD.
           05  ODP-ACCOUNT            PIC 9(9).
           05  ODP-BACKUP-ACCOUNT     PIC 9(9).
      *    Link status: 'A' active, 'E' ended.
           05  ODP-STATUS             PIC X.
           05  ODP-LINKED-DATE        PIC 9(8).
      *    Date the link was ended; zero while active.
           05  ODP-ENDED-DATE         PIC 9(8).
           05  ODP-TELLER             PIC X(8).
