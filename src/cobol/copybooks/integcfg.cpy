      *****************************************************
      *  INTEGCFG.CPY                                     *
      *  Record layout for the integrity audit config     *
      *  file (INTEGCFG.DAT). One record holding the      *
      *  severity of each IntegrityProgram check and      *
      *  the severities the operator treats as            *
      *  mandatory: a finding of a mandatory severity     *
      *  ends the step with a non-zero return code, so    *
      *  the business date is not rolled until someone    *
      *  has looked. Check categories:                    *
      *    01 account customer not on customer master     *
      *    02 active standing order, source or            *
      *       destination account closed or missing       *
      *    03 active hold on closed or missing account    *
      *    04 accrual record with no account              *
      *    05 pending payment on a frozen, closed or      *
      *       missing account                             *
      *    06 checkpoint record left in use               *
      *    07 drawer still open from an earlier date      *
      *    08 daily debit date after the business date    *
      *    09 active relationship link to a missing       *
      *       account or customer                         *
      *    10 journal posting to an account not on        *
      *       file                                        *
      *****************************************************
       01  INTEGRITY-CONFIG-RECORD.
      *    Severity letters that hold the date roll, e.g.
      *    'H  ' or 'HM '.
           05  ICF-MANDATORY          PIC X(3).
      *    Severity per check category: 'H' high, 'M' medium,
      *    'L' low; space keeps the program default.
           05  ICF-SEVERITY           PIC X OCCURS 20 TIMES.
