      *****************************************************
      *  COLLREC.CPY                                      *
      *  Record layout for the account update collision   *
      *  log (COLLISN.DAT). DataProgram appends one record *
      *  every time it refuses a stale WRITE - the caller  *
      *  read the account, someone else updated it, and    *
      *  the caller then tried to write its old image      *
      *  back over the newer one.                          *
      *  The caller re-reads and re-validates; this log    *
      *  shows how often that happens and on which         *
      *  accounts.                                         *
      *****************************************************
       01  COLLISION-RECORD.
           05  COL-DATE               PIC 9(8).
           05  COL-TIME               PIC 9(6).
           05  COL-ACCOUNT            PIC 9(9).
      *    Update counter the caller read, and the counter
      *    found on file when the write was attempted.
           05  COL-COUNT-READ         PIC 9(8).
           05  COL-COUNT-ON-FILE      PIC 9(8).
      *    Balance the caller tried to write, and the balance
      *    on file that it would have overwritten.
           05  COL-STALE-BALANCE      PIC S9(6)V99 SIGN IS TRAILING
                                           SEPARATE.
           05  COL-FILE-BALANCE       PIC S9(6)V99 SIGN IS TRAILING
                                           SEPARATE.
