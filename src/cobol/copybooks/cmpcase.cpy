      *****************************************************
      *  CMPCASE.CPY                                      *
      *  Record layout for the compliance case file       *
      *  (CMPCASE.DAT), keyed by case number. A case is   *
      *  opened by CashMonitorProgram and stays open      *
      *  until compliance disposes of it in Operations.   *
      *  While a case is open, further activity of the    *
      *  same type for the same customer is added to it   *
      *  (last seen date and totals) instead of opening   *
      *  and reporting a new case.                         *
      *****************************************************
       01  COMPLIANCE-CASE-RECORD.
           05  CMP-CASE-NUMBER        PIC 9(8).
           05  CMP-CUSTOMER           PIC 9(6).
      *    'R' reportable cash - a day's cash-in or cash-out
      *    at or over the threshold; 'S' suspected
      *    structuring - repeated items just under it.
           05  CMP-TYPE               PIC X.
           05  CMP-OPENED-DATE        PIC 9(8).
           05  CMP-LAST-SEEN-DATE     PIC 9(8).
      *    First date of the rolling window ('S'), or the
      *    first reportable day ('R').
           05  CMP-WINDOW-START       PIC 9(8).
           05  CMP-CASH-IN            PIC 9(7)V99.
           05  CMP-CASH-OUT           PIC 9(7)V99.
           05  CMP-ITEM-COUNT         PIC 9(4).
           05  CMP-ACCOUNT-COUNT      PIC 9(3).
           05  CMP-TELLER-COUNT       PIC 9(3).
           05  CMP-DAY-COUNT          PIC 9(3).
      *    'O' open, 'D' disposed.
           05  CMP-STATUS             PIC X.
           05  CMP-DISPOSED-DATE      PIC 9(8).
           05  CMP-DISPOSED-BY        PIC X(8).
      *    'F' filed with the regulator, 'N' reviewed - no
      *    filing required.
           05  CMP-DISPOSITION        PIC X.
