      *****************************************************
      *  ODPPASS.CPY                                      *
      *  Parameter area passed to OverdraftCoverProgram,  *
      *  which owns the overdraft protection file         *
      *  (ODPROT.DAT) and posts covering sweeps.          *
      *  Functions:                                       *
      *    LINK   nominate ODPS-BACKUP-ACCOUNT as backup  *
      *           for the account passed                  *
      *    UNLINK end the account's protection link       *
      *    QUERY  return the active link in               *
      *           ODPS-BACKUP-ACCOUNT                     *
      *    COVER  sweep ODPS-SHORTFALL (rounded up per    *
      *           ODPCFG.DAT) from the backup account to  *
      *           the account passed; returns the amount  *
      *           swept and both journal references       *
      *  Result codes: 00 done, 22 already linked to that *
      *  backup, 23 no active link, 24 backup not on      *
      *  file, 25 backup not active, 26 backup owned by   *
      *  another customer or same as primary, 27 backup   *
      *  funds insufficient, 28 backup daily debit cap    *
      *  reached, 29 sweep not posted, 30 backup debited  *
      *  but primary credit not posted - escalate,        *
      *  99 unknown function.                             *
      *****************************************************
       01  ODP-PASS-AREA.
           05  ODPS-BACKUP-ACCOUNT    PIC 9(9).
           05  ODPS-SHORTFALL         PIC 9(6)V99.
           05  ODPS-SWEPT-AMOUNT      PIC 9(6)V99.
           05  ODPS-DATE              PIC 9(8).
           05  ODPS-TELLER            PIC X(8).
      *    Journal references of the backup debit (ODPDB)
      *    and the primary credit (ODPCR) posted by COVER.
           05  ODPS-DEBIT-REF         PIC 9(10).
           05  ODPS-CREDIT-REF        PIC 9(10).
