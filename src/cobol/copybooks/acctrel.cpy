      *****************************************************
      *  ACCTREL.CPY                                      *
      *  Record layout for the account relationship file  *
      *  (ACCTREL.DAT), keyed by account number plus      *
      *  customer ID. Each record links one further       *
      *  customer to an account in a role, from an        *
      *  effective date. The primary holder is not held   *
      *  here: it stays ACCT-CUSTOMER-ID on the account   *
      *  master (role 'P', effective from the open date). *
      *  A link is in force while REL-STATUS is 'A' and   *
      *  the effective date has been reached; ending a    *
      *  link keeps the record for the audit trail.       *
      *  Holders (P, J) and trustees (T) receive the      *
      *  account's correspondence; signatories and        *
      *  beneficiaries do not.                            *
      *****************************************************
       01  ACCOUNT-RELATION-RECORD.
           05  REL-KEY.
               10  REL-ACCOUNT        PIC 9(9).
               10  REL-CUSTOMER       PIC 9(6).
      *    Role: 'J' joint holder, 'S' authorised signatory,
      *    'T' trustee, 'B' beneficiary.
           05  REL-ROLE               PIC X.
           05  REL-EFFECTIVE-DATE     PIC 9(8).
      *    Link status: 'A' active, 'E' ended.
           05  REL-STATUS             PIC X.
           05  REL-ENDED-DATE         PIC 9(8).
      *    Teller who last added or ended the link.
           05  REL-TELLER             PIC X(8).
