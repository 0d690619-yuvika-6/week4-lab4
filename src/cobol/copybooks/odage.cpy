      *****************************************************
      *  ODAGE.CPY                                        *
      *  Record layout for the overdrawn account aging    *
      *  file (ODAGE.DAT), one record per account while   *
      *  its balance is below zero, keyed by account      *
      *  number. OverdraftAgeProgram adds the record the  *
      *  first night the account is seen overdrawn,      *
      *  ages it every night after and deletes it once    *
      *  the balance is back to zero or above, so a new   *
      *  overdrawn spell starts from day one.              *
      *****************************************************
       01  OVERDRAWN-AGE-RECORD.
           05  OAG-ACCOUNT            PIC 9(9).
           05  OAG-CUSTOMER-ID        PIC 9(6).
      *    Business date the balance was first seen below zero
      *    in this spell.
           05  OAG-NEGATIVE-SINCE     PIC 9(8).
      *    Business date the balance was first seen beyond the
      *    overdraft limit; zero while within the limit.
           05  OAG-OVER-LIMIT-SINCE   PIC 9(8).
           05  OAG-DAYS-OVERDRAWN     PIC 9(5).
           05  OAG-DAYS-OVER-LIMIT    PIC 9(5).
      *    Aging bucket on days overdrawn: 1 = 1-30, 2 = 31-60,
      *    3 = 61-90, 4 = over 90.
           05  OAG-BUCKET             PIC 9.
      *    Highest escalation notice raised in this spell
      *    (0 = none yet).
           05  OAG-NOTICE-LEVEL       PIC 9.
      *    'Y' once the account has been frozen by aging.
           05  OAG-AUTO-FROZEN        PIC X.
      *    Balance, limit and status as at the last aging run.
           05  OAG-BALANCE            PIC S9(6)V99 SIGN IS TRAILING
                                           SEPARATE.
           05  OAG-OD-LIMIT           PIC 9(6)V99.
           05  OAG-STATUS             PIC X.
           05  OAG-LAST-AGED          PIC 9(8).
