      *****************************************************
      *  ODAGECFG.CPY                                     *
      *  Record layout for the overdrawn aging config     *
      *  file (ODAGECFG.DAT). One record holding the days *
      *  overdrawn at which the first, second and final   *
      *  collection notices are raised (zero = level not  *
      *  used), and whether accounts overdrawn for        *
      *  OAC-FREEZE-DAYS or more are frozen automatically, *
      *  so all can change without a recompile.            *
      *****************************************************
       01  OVERDRAWN-AGE-CONFIG-RECORD.
           05  OAC-NOTICE-DAYS        PIC 9(3) OCCURS 3 TIMES.
      *    'Y' = freeze automatically, 'N' = report only.
           05  OAC-AUTO-FREEZE        PIC X.
           05  OAC-FREEZE-DAYS        PIC 9(3).
