               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT RELATION-FILE ASSIGN TO "ACCTREL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-RELATION-STATUS.

           SELECT CASE-FILE ASSIGN TO "CMPCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CASE-NUMBER
               FILE STATUS IS WS-CASE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "LOANMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-LOANSCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       FD  NOTICE-FILE.
       COPY "noticrec.cpy".

       FD  RELATION-FILE.
       COPY "acctrel.cpy".

       FD  CASE-FILE.
       COPY "cmpcase.cpy".

       FD  LOAN-FILE.
       COPY "loanmstr.cpy".

       FD  LOAN-SCHEDULE-FILE.
       COPY "loansch.cpy".

       WORKING-STORAGE SECTION.
       01 OPERATION-TYPE     PIC X(6).
       01 ACCOUNT-NUMBER     PIC 9(9).
       01 WS-OVERDRAFT-LIMIT PIC 9(6)V99 VALUE 0.
       01 WS-AVAILABLE-FUNDS PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
       01 WS-JOURNAL-STATUS  PIC XX.
       01 WS-TXN-REFERENCE   PIC 9(10).
      *    Second reference of a drawer-to-drawer cash transfer,
      *    taken with the first before either entry is written.
       01 WS-CASH-IN-REF     PIC 9(10).
       01 WS-PAIR-REFERENCE  PIC 9(10) VALUE 0.

       01 WS-AMOUNT-OK       PIC X(3).
       01 WS-MAX-AMOUNT      PIC 9(6)V99 VALUE 100000.00.
       01 WS-HOLD-TOTAL      PIC 9(7)V99.
       01 WS-HOLD-RESULT     PIC XX.

       COPY "chqpass.cpy".
       01 WS-CHQ-RESULT      PIC XX.
      *    Serial range as shown on MNTAUDIT.DAT and to the teller.
       01 WS-CHQ-RANGE.
           05 WS-CHQ-RANGE-FIRST PIC 9(6).
           05 FILLER             PIC X VALUE '-'.
           05 WS-CHQ-RANGE-LAST  PIC 9(6).

      *    Overdraft protection: the backup account nominated for
      *    an account, and the sweep that covers a shortfall.
       COPY "odppass.cpy".
       01 WS-ODP-RESULT      PIC XX.
       01 WS-ODP-OLD-BACKUP  PIC 9(9).
       01 WS-ODP-REASON      PIC X(40).

       01 TO-ACCOUNT-NUMBER  PIC 9(9).
       01 WS-TO-BALANCE      PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
       01 WS-TO-OD-LIMIT     PIC 9(6)V99.
       01 WS-PAY-EOF         PIC X(3).
       01 WS-PAY-NUMBER      PIC 9(8).

       01 WS-RELATION-STATUS PIC XX.
       01 WS-REL-EOF         PIC X(3).
       01 WS-REL-FOUND       PIC X(3).
       01 WS-REL-ENDED       PIC X(3).
       01 WS-REL-ACCOUNT     PIC 9(9).
       01 WS-REL-CUSTOMER    PIC 9(6).
       01 WS-REL-ROLE        PIC X.
       01 WS-REL-EFFECTIVE   PIC 9(8).
       01 WS-ROLE-NAME       PIC X(11).
      *    Link as shown on MNTAUDIT.DAT: role and date.
       01 WS-REL-LINK.
           05 WS-RLK-ROLE     PIC X.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-RLK-DATE     PIC 9(8).
      *    Customer closure: a customer who is the only holder
      *    (primary or joint, in force, customer active) left on
      *    an account that is not closed may not be closed.
       01 WS-HOLDER-ROLE     PIC X.
       01 WS-HOLDER-ID       PIC 9(6).
       01 WS-OTHER-HOLDERS   PIC 9(3).
       01 WS-SOLE-HOLDINGS   PIC 9(4).

       01 WS-CASE-STATUS     PIC XX.
       01 WS-CMP-CASE        PIC 9(8).
       01 WS-CMP-DISPOSITION PIC X.

       01 WS-LOAN-STATUS     PIC XX.
       01 WS-LOANSCH-STATUS  PIC XX.
       01 WS-LOAN-EOF        PIC X(3).
       01 WS-LOAN-NUMBER     PIC 9(8).
       01 WS-LOAN-OK         PIC X(3).
       01 WS-LN-RATE         PIC 9V9(4).
       01 WS-LN-TERM         PIC 9(3).
       01 WS-LN-TERM-MAX     PIC 9(3) VALUE 360.
       01 WS-LN-RATE-MAX     PIC 9V9(4) VALUE 0.5000.
       01 WS-LN-FIRST-DUE    PIC 9(8).
       01 WS-LN-INSTALLMENT  PIC 9(6)V99.
      *    Monthly rate and (1 + rate) ** term for the annuity
      *    installment; rate and term are bounded above so the
      *    factor always fits.
       01 WS-LN-MONTHLY-RATE PIC 9V9(8).
       01 WS-LN-FACTOR       PIC 9(9)V9(8).
       01 WS-LN-BALANCE      PIC 9(6)V99.
       01 WS-LN-INTEREST     PIC 9(6)V99.
       01 WS-LN-IX           PIC 9(3).
      *    Installments fall due on the first due date's day of
      *    the month, brought back to the 28th / 30th in short
      *    months without drifting the later ones.
       01 WS-LN-ANCHOR-DAY   PIC 99.
       01 WS-LN-DUE-DATE     PIC 9(8).
       01 WS-LN-DUE-SPLIT REDEFINES WS-LN-DUE-DATE.
           05 WS-LN-DUE-YEAR  PIC 9(4).
           05 WS-LN-DUE-MONTH PIC 99.
           05 WS-LN-DUE-DAY   PIC 99.

       01 WS-NOTICE-STATUS   PIC XX.
       01 WS-NTC-CODE        PIC X(6).
       01 WS-NTC-AMOUNT      PIC 9(6)V99.
       01 WS-MNT-AFTER       PIC X(14).
       01 WS-MNT-AMOUNT      PIC 9(6).99.

       COPY "txcpass.cpy".
       01 WS-TXC-RESULT      PIC XX.

      *    A WRITE refused as stale (another session updated the
      *    account after we read it) is re-read, re-checked and
      *    re-applied up to WS-STALE-MAX times. WS-STALE-RECHECK is
      *    'NO' for internal accounts that skip the status checks.
       01 WS-STALE-RECHECK   PIC X(3) VALUE 'YES'.
       01 WS-STALE-OK        PIC X(3).
       01 WS-STALE-RETRIES   PIC 9(2).
       01 WS-STALE-MAX       PIC 9(2) VALUE 5.

       01 WS-REVERSES-REFERENCE PIC 9(10) VALUE 0.
       01 WS-REV-REFERENCE   PIC 9(10).
       01 WS-REV-EOF         PIC X(3).
       01 WS-REV-OK          PIC X(3).
       01 WS-REV-PENDING     PIC 9.
       01 WS-REV-LEG-COUNT   PIC 9.
       01 WS-RX              PIC 9.
       01 WS-REV-TABLE.
           05 WS-REV-LEG OCCURS 2 TIMES.
               10 WS-RL-REFERENCE    PIC 9(10).
               10 WS-RL-DATE         PIC 9(8).
               10 WS-RL-ACCOUNT      PIC 9(9).
               10 WS-RL-OPERATION    PIC X(6).
               10 WS-RL-AMOUNT       PIC 9(6)V99.
               10 WS-RL-PAIR-REF     PIC 9(10).
      *        'C' original credited the account, 'D' debited it.
               10 WS-RL-DIRECTION    PIC X.
      *        Reference of an existing reversal; zero if none.
               10 WS-RL-REVERSED-BY  PIC 9(10).
      *        'Y' original was cash, so the reversal is too.
               10 WS-RL-CASH-IND     PIC X.

      *    Reversals found for the statement account, so each
      *    original can be shown with the entry that reversed it.
       01 WS-RVM-COUNT       PIC 9(3) VALUE 0.
       01 WS-RVM-MAX         PIC 9(3) VALUE 200.
       01 WS-RVM-IX          PIC 9(3).
       01 WS-RVM-FOUND       PIC 9(10).
       01 WS-RVM-TABLE.
           05 WS-RVM-ENTRY OCCURS 200 TIMES.
               10 WS-RVM-ORIGINAL    PIC 9(10).
               10 WS-RVM-REVERSAL    PIC 9(10).

       LINKAGE SECTION.
       01 PASSED-OPERATION   PIC X(6).
       01 PASSED-ACCOUNT     PIC 9(9).
                   PERFORM PLACE-HOLD-LOGIC
               WHEN 'HOLDRL'
                   PERFORM RELEASE-HOLD-LOGIC
               WHEN 'CHQBK '
                   PERFORM ISSUE-CHEQUE-BOOK-LOGIC
               WHEN 'CHQSTP'
                   PERFORM PLACE-STOP-LOGIC
               WHEN 'CHQLFT'
                   PERFORM LIFT-STOP-LOGIC
               WHEN 'LNBOOK'
                   PERFORM BOOK-LOAN-LOGIC
               WHEN 'CUSTIQ'
                   PERFORM CUSTOMER-INQUIRY-LOGIC
               WHEN 'CUSTUP'
                   PERFORM UPDATE-CUSTOMER-LOGIC
               WHEN 'CUSTCL'
                   PERFORM CLOSE-CUSTOMER-LOGIC
               WHEN 'RELADD'
                   PERFORM ADD-RELATIONSHIP-LOGIC
               WHEN 'RELEND'
                   PERFORM END-RELATIONSHIP-LOGIC
               WHEN 'CMPDSP'
                   PERFORM DISPOSE-CASE-LOGIC
               WHEN 'ODPSET'
                   PERFORM SET-OVERDRAFT-PROTECTION
               WHEN 'DRWOPN'
                   PERFORM OPEN-DRAWER-LOGIC
               WHEN 'DRWTFR'
                   PERFORM BALANCE-DRAWER-LOGIC
               WHEN 'PAYOUT'
                   PERFORM CAPTURE-PAYMENT-LOGIC
               WHEN 'REVRSL'
                   PERFORM REVERSE-POSTING-LOGIC
               WHEN OTHER
                   DISPLAY "Operations: unknown operation "
                       OPERATION-TYPE
                   DISPLAY "Credit not applied."
               ELSE
                   PERFORM WRITE-ACCOUNT-RECORD
                   IF WS-DATA-RESULT = '00'
                       PERFORM APPEND-JOURNAL-RECORD
                       PERFORM CLEAR-CHECKPOINT
                       DISPLAY "Amount credited. New balance: "
                           FINAL-BALANCE
                       DISPLAY "Transaction reference: "
                           WS-TXN-REFERENCE
                   ELSE
                       PERFORM CLEAR-CHECKPOINT
                       DISPLAY "Credit not applied."
                   END-IF
               END-IF
           END-IF.

               PERFORM ACCEPT-CASH-INDICATOR
               PERFORM COMPUTE-AVAILABLE-FUNDS
               PERFORM CHECK-DAILY-DEBIT-CAP
               IF WS-AVAILABLE-FUNDS < AMOUNT
                   AND WS-CAP-OK = 'YES'
                   PERFORM REQUEST-OVERDRAFT-COVER
               END-IF
               IF WS-AVAILABLE-FUNDS >= AMOUNT
                   AND WS-CAP-OK = 'YES'
                   MOVE FINAL-BALANCE TO WS-PRE-BALANCE
                   ELSE
                       ADD AMOUNT TO PASS-DEBITS-TODAY
                       PERFORM WRITE-ACCOUNT-RECORD
                       IF WS-DATA-RESULT = '00'
                           PERFORM APPEND-JOURNAL-RECORD
                           PERFORM CLEAR-CHECKPOINT
                           DISPLAY "Amount debited. New balance: "
                               FINAL-BALANCE
                           DISPLAY "Transaction reference: "
                               WS-TXN-REFERENCE
                       ELSE
                           PERFORM CLEAR-CHECKPOINT
                           DISPLAY "Debit not applied."
                       END-IF
                   END-IF
               ELSE
                   IF WS-CAP-OK = 'YES'
               END-IF
           END-IF.

       REQUEST-OVERDRAFT-COVER.
           COMPUTE ODPS-SHORTFALL = AMOUNT - WS-AVAILABLE-FUNDS
           MOVE WS-BUSINESS-DATE TO ODPS-DATE
           MOVE TELLER-ID TO ODPS-TELLER
           CALL 'OverdraftCoverProgram' USING 'COVER ',
               ACCOUNT-NUMBER, ODP-PASS-AREA, WS-ODP-RESULT
           IF WS-ODP-RESULT = '00'
               DISPLAY "Shortfall covered: " ODPS-SWEPT-AMOUNT
                   " swept from backup account " ODPS-BACKUP-ACCOUNT
               DISPLAY "  Sweep references: " ODPS-DEBIT-REF " / "
                   ODPS-CREDIT-REF
               PERFORM READ-ACCOUNT-RECORD
               PERFORM COMPUTE-AVAILABLE-FUNDS
               PERFORM CHECK-DAILY-DEBIT-CAP
           ELSE
               IF WS-ODP-RESULT NOT = '23'
                   PERFORM SET-COVER-FAIL-REASON
                   DISPLAY "Overdraft protection from account "
                       ODPS-BACKUP-ACCOUNT " not available - "
                       WS-ODP-REASON
               END-IF
           END-IF.

       SET-COVER-FAIL-REASON.
           EVALUATE WS-ODP-RESULT
               WHEN '24'
                   MOVE 'BACKUP ACCOUNT NOT ON FILE' TO WS-ODP-REASON
               WHEN '25'
                   MOVE 'BACKUP ACCOUNT NOT ACTIVE' TO WS-ODP-REASON
               WHEN '26'
                   MOVE 'BACKUP ACCOUNT HELD BY ANOTHER CUSTOMER'
                       TO WS-ODP-REASON
               WHEN '27'
                   MOVE 'INSUFFICIENT FUNDS IN BACKUP ACCOUNT'
                       TO WS-ODP-REASON
               WHEN '28'
                   MOVE 'BACKUP ACCOUNT DAILY DEBIT LIMIT'
                       TO WS-ODP-REASON
               WHEN OTHER
                   MOVE 'COVER SWEEP NOT POSTED' TO WS-ODP-REASON
           END-EVALUATE.

       TRANSFER-LOGIC.
           IF TO-ACCOUNT-NUMBER = ACCOUNT-NUMBER
               DISPLAY "Source and destination accounts must differ."
                       ELSE
                           ADD AMOUNT TO PASS-DEBITS-TODAY
                           PERFORM WRITE-ACCOUNT-RECORD
                           IF WS-DATA-RESULT = '00'
                               PERFORM APPEND-JOURNAL-RECORD
                               PERFORM CLEAR-CHECKPOINT
                               PERFORM TRANSFER-CREDIT-LEG
                           ELSE
                               PERFORM CLEAR-CHECKPOINT
                               DISPLAY "Transfer not applied."
                           END-IF
                           MOVE 0 TO WS-PAIR-REFERENCE
                       END-IF
                   ELSE
                       IF WS-CAP-OK = 'YES'
               END-IF
           END-IF.

       TRANSFER-CREDIT-LEG.
           MOVE FINAL-BALANCE TO WS-SOURCE-BALANCE
           MOVE WS-TXN-REFERENCE TO WS-PAIR-REFERENCE

           CALL 'DataProgram' USING 'READ  ',
               TO-ACCOUNT-NUMBER, ACCT-PASS-AREA,
               WS-DATA-RESULT
           MOVE PASS-BALANCE TO WS-TO-BALANCE
           MOVE PASS-OD-LIMIT TO WS-TO-OD-LIMIT
           MOVE WS-TO-BALANCE TO WS-PRE-BALANCE
           ADD AMOUNT TO WS-TO-BALANCE

           MOVE TO-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           MOVE 'XFRCR ' TO OPERATION-TYPE
           PERFORM SET-CHECKPOINT
           IF WS-CKPT-BLOCKED = 'Y'
               DISPLAY "Source debited but destination "
                   "credit blocked - transfer is "
                   "PARTIAL. Escalate for manual "
                   "repair."
               DISPLAY "  Repair by reversing debit "
                   "reference " WS-PAIR-REFERENCE "."
           ELSE
               MOVE WS-TO-BALANCE TO FINAL-BALANCE
               MOVE WS-TO-OD-LIMIT TO WS-OVERDRAFT-LIMIT
               PERFORM WRITE-ACCOUNT-RECORD
               IF WS-DATA-RESULT = '00'
                   PERFORM APPEND-JOURNAL-RECORD
                   PERFORM CLEAR-CHECKPOINT

                   DISPLAY "Transfer complete. Source new "
                       "balance: " WS-SOURCE-BALANCE
                   DISPLAY "  Destination new balance: "
                       FINAL-BALANCE
                   DISPLAY "  Transaction references: "
                       WS-PAIR-REFERENCE " / "
                       WS-TXN-REFERENCE
               ELSE
                   PERFORM CLEAR-CHECKPOINT
                   DISPLAY "Source debited but destination "
                       "credit not applied - transfer is "
                       "PARTIAL. Escalate for manual "
                       "repair."
                   DISPLAY "  Repair by reversing debit "
                       "reference " WS-PAIR-REFERENCE "."
               END-IF
           END-IF.

       REVERSE-POSTING-LOGIC.
           MOVE 0 TO WS-REV-REFERENCE
           PERFORM UNTIL WS-REV-REFERENCE > 0
               DISPLAY "Enter transaction reference to reverse: "
               ACCEPT WS-REV-REFERENCE
               IF WS-REV-REFERENCE = 0
                   DISPLAY "Reference must be > zero."
               END-IF
           END-PERFORM
           PERFORM FIND-REVERSAL-LEGS
           IF WS-REV-OK = 'YES'
               PERFORM CHECK-REVERSAL-LEGS
           END-IF
           IF WS-REV-OK = 'YES'
               PERFORM OBTAIN-REVERSAL-APPROVAL
           END-IF
           IF WS-REV-OK = 'YES'
               PERFORM POST-REVERSAL-LEGS
           END-IF.

       FIND-REVERSAL-LEGS.
           CALL 'TxnCodeProgram' USING 'LOAD  ', JNL-OPERATION,
               TXC-PASS-AREA, WS-TXC-RESULT
           MOVE 'NO' TO WS-REV-OK
           MOVE 0 TO WS-REV-LEG-COUNT
           MOVE 'NO' TO WS-REV-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
               MOVE 'YES' TO WS-REV-EOF
           END-IF
           PERFORM UNTIL WS-REV-EOF = 'YES'
               READ JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-REV-EOF
                   NOT AT END
                       IF JNL-REFERENCE = WS-REV-REFERENCE
                           PERFORM ADD-REVERSAL-LEG
                           MOVE 'YES' TO WS-REV-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE

           IF WS-REV-LEG-COUNT = 0
               DISPLAY "Reference " WS-REV-REFERENCE " is not in the "
                   "live journal - nothing reversed."
               DISPLAY "  Entries archived at cutover can no longer "
                   "be reversed."
           ELSE
               IF WS-RL-DIRECTION (1) = SPACE
                   DISPLAY "Reference " WS-REV-REFERENCE " is a "
                       WS-RL-OPERATION (1) " entry, which cannot be "
                       "reversed."
               ELSE
                   IF WS-RL-OPERATION (1) (1:2) = 'LN'
                       DISPLAY "Reference " WS-REV-REFERENCE " is a "
                           "loan posting (" WS-RL-OPERATION (1) ") - "
                           "it cannot be reversed here, as the loan "
                           "master would no longer agree."
                   ELSE
                       IF WS-RL-OPERATION (1) = 'PAYDB '
                           OR WS-RL-OPERATION (1) = 'PAYSUS'
                           OR WS-RL-OPERATION (1) = 'CHQDB '
                           DISPLAY "Reference " WS-REV-REFERENCE
                               " is a payment or cheque posting ("
                               WS-RL-OPERATION (1) ") - it cannot be "
                               "reversed here, as the payment or "
                               "cheque record would no longer agree."
                       ELSE
                           MOVE 'YES' TO WS-REV-OK
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-REV-OK = 'YES'
               MOVE 'NO' TO WS-REV-EOF
               OPEN INPUT JOURNAL-FILE
               PERFORM UNTIL WS-REV-EOF = 'YES'
                   READ JOURNAL-FILE NEXT RECORD
                       AT END
                           MOVE 'YES' TO WS-REV-EOF
                       NOT AT END
                           PERFORM MATCH-REVERSAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       MATCH-REVERSAL-RECORD.
           IF WS-REV-LEG-COUNT = 1
               AND JNL-REVERSES-REF = 0
               AND JNL-REFERENCE NOT = WS-RL-REFERENCE (1)
               IF (WS-RL-PAIR-REF (1) > 0
                       AND JNL-REFERENCE = WS-RL-PAIR-REF (1))
                   OR JNL-PAIR-REF = WS-RL-REFERENCE (1)
                   PERFORM ADD-REVERSAL-LEG
               END-IF
           END-IF
           IF JNL-REVERSES-REF > 0
               MOVE 1 TO WS-RX
               PERFORM UNTIL WS-RX > WS-REV-LEG-COUNT
                   IF JNL-REVERSES-REF = WS-RL-REFERENCE (WS-RX)
                       MOVE JNL-REFERENCE TO
                           WS-RL-REVERSED-BY (WS-RX)
                   END-IF
                   ADD 1 TO WS-RX
               END-PERFORM
           END-IF.

       ADD-REVERSAL-LEG.
           ADD 1 TO WS-REV-LEG-COUNT
           MOVE WS-REV-LEG-COUNT TO WS-RX
           MOVE JNL-REFERENCE TO WS-RL-REFERENCE (WS-RX)
           MOVE JNL-DATE TO WS-RL-DATE (WS-RX)
           MOVE JNL-ACCOUNT TO WS-RL-ACCOUNT (WS-RX)
           MOVE JNL-OPERATION TO WS-RL-OPERATION (WS-RX)
           MOVE JNL-AMOUNT TO WS-RL-AMOUNT (WS-RX)
           MOVE JNL-PAIR-REF TO WS-RL-PAIR-REF (WS-RX)
           MOVE 0 TO WS-RL-REVERSED-BY (WS-RX)
           MOVE SPACE TO WS-RL-DIRECTION (WS-RX)
           MOVE 'N' TO WS-RL-CASH-IND (WS-RX)
           IF JNL-CASH-IND = 'Y'
               MOVE 'Y' TO WS-RL-CASH-IND (WS-RX)
           END-IF
           IF JNL-ACCOUNT > 0
               CALL 'TxnCodeProgram' USING 'LOOKUP', JNL-OPERATION,
                   TXC-PASS-AREA, WS-TXC-RESULT
               IF WS-TXC-RESULT = '00'
                   AND JNL-REVERSES-REF = 0
                   AND (TPAS-DIRECTION = 'C' OR TPAS-DIRECTION = 'D')
                   MOVE TPAS-DIRECTION TO WS-RL-DIRECTION (WS-RX)
               END-IF
           END-IF.

       CHECK-REVERSAL-LEGS.
           MOVE 0 TO WS-REV-PENDING
           DISPLAY "Posting to be reversed:"
           MOVE 1 TO WS-RX
           PERFORM UNTIL WS-RX > WS-REV-LEG-COUNT
               DISPLAY "  Ref " WS-RL-REFERENCE (WS-RX) " "
                   WS-RL-DATE (WS-RX) " account "
                   WS-RL-ACCOUNT (WS-RX) " " WS-RL-OPERATION (WS-RX)
                   " " WS-RL-AMOUNT (WS-RX)
               IF WS-RL-REVERSED-BY (WS-RX) > 0
                   DISPLAY "    already reversed by ref "
                       WS-RL-REVERSED-BY (WS-RX)
               ELSE
                   ADD 1 TO WS-REV-PENDING
                   MOVE WS-RL-ACCOUNT (WS-RX) TO ACCOUNT-NUMBER
                   PERFORM READ-ACCOUNT-RECORD
                   MOVE ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
                   PERFORM CHECK-ACCOUNT-POSTABLE
                   IF WS-ACCOUNT-OK NOT = 'YES'
                       MOVE 'NO' TO WS-REV-OK
                   END-IF
               END-IF
               ADD 1 TO WS-RX
           END-PERFORM
           IF WS-REV-PENDING = 0
               MOVE 'NO' TO WS-REV-OK
               DISPLAY "Reference " WS-REV-REFERENCE " has already "
                   "been reversed - an entry cannot be reversed twice."
           ELSE
               IF WS-REV-OK NOT = 'YES'
                   DISPLAY "Reversal not applied - no leg has been "
                       "reversed."
               END-IF
           END-IF.

       OBTAIN-REVERSAL-APPROVAL.
           DISPLAY "Reversals require supervisor approval."
           DISPLAY "Enter supervisor ID to approve: "
           MOVE SPACES TO WS-SUPERVISOR-ID
           ACCEPT WS-SUPERVISOR-ID
           IF WS-SUPERVISOR-ID = SPACES
               MOVE 'NO' TO WS-REV-OK
               DISPLAY "No supervisor ID entered - reversal not "
                   "approved."
           ELSE
               IF WS-SUPERVISOR-ID = TELLER-ID
                   MOVE 'NO' TO WS-REV-OK
                   DISPLAY "Supervisor must differ from the posting "
                       "teller - reversal not approved."
               END-IF
           END-IF.

       POST-REVERSAL-LEGS.
           MOVE 'N' TO WS-CASH-IND
           MOVE 'N' TO WS-CKPT-BLOCKED
           MOVE 0 TO WS-PAIR-REFERENCE
           MOVE 1 TO WS-RX
           PERFORM UNTIL WS-RX > WS-REV-LEG-COUNT
               IF WS-RL-REVERSED-BY (WS-RX) = 0
                   AND WS-CKPT-BLOCKED = 'N'
                   AND WS-REV-OK = 'YES'
                   PERFORM POST-ONE-REVERSAL
               END-IF
               ADD 1 TO WS-RX
           END-PERFORM
           MOVE 0 TO WS-PAIR-REFERENCE
           MOVE 0 TO WS-REVERSES-REFERENCE.

       POST-ONE-REVERSAL.
           MOVE WS-RL-ACCOUNT (WS-RX) TO ACCOUNT-NUMBER
           MOVE WS-RL-AMOUNT (WS-RX) TO AMOUNT
           MOVE WS-RL-CASH-IND (WS-RX) TO WS-CASH-IND
           PERFORM READ-ACCOUNT-RECORD
           MOVE FINAL-BALANCE TO WS-PRE-BALANCE
           IF WS-RL-DIRECTION (WS-RX) = 'C'
               MOVE 'REVDB ' TO OPERATION-TYPE
               SUBTRACT AMOUNT FROM FINAL-BALANCE
           ELSE
               MOVE 'REVCR ' TO OPERATION-TYPE
               ADD AMOUNT TO FINAL-BALANCE
           END-IF
           PERFORM SET-CHECKPOINT
           IF WS-CKPT-BLOCKED = 'Y'
               IF WS-PAIR-REFERENCE > 0
                   DISPLAY "First leg reversed but reversal of ref "
                       WS-RL-REFERENCE (WS-RX) " blocked - reversal "
                       "is PARTIAL."
                   DISPLAY "  Resolve the checkpoint, then reverse "
                       "reference " WS-REV-REFERENCE " again to "
                       "finish."
               ELSE
                   DISPLAY "Reversal not applied."
               END-IF
           ELSE
               PERFORM WRITE-ACCOUNT-RECORD
               IF WS-DATA-RESULT = '00'
                   PERFORM RECORD-ONE-REVERSAL
               ELSE
                   PERFORM CLEAR-CHECKPOINT
                   MOVE 'NO' TO WS-REV-OK
                   IF WS-PAIR-REFERENCE > 0
                       DISPLAY "First leg reversed but reversal of "
                           "ref " WS-RL-REFERENCE (WS-RX) " not "
                           "applied - reversal is PARTIAL."
                       DISPLAY "  Reverse reference " WS-REV-REFERENCE
                           " again to finish."
                   ELSE
                       DISPLAY "Reversal not applied."
                   END-IF
               END-IF
           END-IF.

       RECORD-ONE-REVERSAL.
           MOVE WS-RL-REFERENCE (WS-RX) TO WS-REVERSES-REFERENCE
           PERFORM APPEND-JOURNAL-RECORD
           PERFORM CLEAR-CHECKPOINT
           MOVE WS-TXN-REFERENCE TO WS-PAIR-REFERENCE
           MOVE WS-RL-REFERENCE (WS-RX) TO WS-MNT-BEFORE
           MOVE WS-SUPERVISOR-ID TO WS-MNT-AFTER
           MOVE 'REVRSL' TO WS-MNT-ACTION
           MOVE ACCOUNT-NUMBER TO WS-MNT-ACCOUNT
           PERFORM APPEND-MAINT-AUDIT
           DISPLAY "Ref " WS-RL-REFERENCE (WS-RX)
               " reversed by ref " WS-TXN-REFERENCE " - account "
               ACCOUNT-NUMBER " new balance " FINAL-BALANCE
           IF FINAL-BALANCE + WS-OVERDRAFT-LIMIT < 0
               DISPLAY "  WARNING: account " ACCOUNT-NUMBER
                   " is now beyond its overdraft limit."
           END-IF.

       OPEN-ACCOUNT-LOGIC.
           PERFORM RESOLVE-CUSTOMER
           IF WS-CUST-RESULT NOT = '00'
               DISPLAY "Phone:     " CPAS-PHONE
               DISPLAY "ID doc:    " CPAS-ID-DOC-TYPE " "
                   CPAS-ID-DOC-NUMBER
               DISPLAY "Accounts (all roles):"
               PERFORM LIST-CUSTOMER-ACCOUNTS
           END-IF.

                       IF ACCT-CUSTOMER-ID = WS-CUSTOMER-ID
                           ADD 1 TO WS-CUST-ACCOUNTS
                           ADD ACCT-BALANCE TO WS-CUST-TOTAL
                           MOVE 'P' TO WS-REL-ROLE
                           PERFORM SET-ROLE-NAME
                           DISPLAY "  " ACCT-NUMBER " " WS-ROLE-NAME
                               " status " ACCT-STATUS " balance "
                               ACCT-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCOUNT-STATUS NOT = '35'
               PERFORM LIST-RELATED-ACCOUNTS
           END-IF
           CLOSE ACCOUNT-FILE
           IF WS-CUST-ACCOUNTS = 0
               DISPLAY "  No accounts linked to this customer."
           ELSE
               DISPLAY "Accounts: " WS-CUST-ACCOUNTS
                   "  Combined balance (held): " WS-CUST-TOTAL
           END-IF.

       LIST-RELATED-ACCOUNTS.
           MOVE 'NO' TO WS-REL-EOF
           OPEN INPUT RELATION-FILE
           IF WS-RELATION-STATUS = '35'
               MOVE 'YES' TO WS-REL-EOF
           END-IF
           PERFORM UNTIL WS-REL-EOF = 'YES'
               READ RELATION-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-REL-EOF
                   NOT AT END
                       IF REL-CUSTOMER = WS-CUSTOMER-ID
                           AND REL-STATUS = 'A'
                           PERFORM LIST-ONE-RELATED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RELATION-FILE.

       LIST-ONE-RELATED-ACCOUNT.
           MOVE REL-ROLE TO WS-REL-ROLE
           PERFORM SET-ROLE-NAME
           MOVE REL-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "  " REL-ACCOUNT " " WS-ROLE-NAME
                       " - account not on file"
               NOT INVALID KEY
                   ADD 1 TO WS-CUST-ACCOUNTS
                   IF REL-ROLE = 'J'
                       ADD ACCT-BALANCE TO WS-CUST-TOTAL
                   END-IF
                   DISPLAY "  " ACCT-NUMBER " " WS-ROLE-NAME
                       " status " ACCT-STATUS " balance "
                       ACCT-BALANCE " from " REL-EFFECTIVE-DATE
           END-READ.

       SET-ROLE-NAME.
           EVALUATE WS-REL-ROLE
               WHEN 'P'
                   MOVE 'PRIMARY' TO WS-ROLE-NAME
               WHEN 'J'
                   MOVE 'JOINT' TO WS-ROLE-NAME
               WHEN 'S'
                   MOVE 'SIGNATORY' TO WS-ROLE-NAME
               WHEN 'T'
                   MOVE 'TRUSTEE' TO WS-ROLE-NAME
               WHEN 'B'
                   MOVE 'BENEFICIARY' TO WS-ROLE-NAME
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-ROLE-NAME
           END-EVALUATE.

       UPDATE-CUSTOMER-LOGIC.
           MOVE ACCOUNT-NUMBER TO WS-CUSTOMER-ID
           CALL 'CustomerProgram' USING 'READ  ', WS-CUSTOMER-ID,
               END-IF
           END-IF.

       CLOSE-CUSTOMER-LOGIC.
           MOVE ACCOUNT-NUMBER TO WS-CUSTOMER-ID
           CALL 'CustomerProgram' USING 'READ  ', WS-CUSTOMER-ID,
               CUST-PASS-AREA, WS-CUST-RESULT
           IF WS-CUST-RESULT NOT = '00'
               DISPLAY "Customer " WS-CUSTOMER-ID " is not on file."
           ELSE
               IF CPAS-STATUS = 'C'
                   DISPLAY "Customer " WS-CUSTOMER-ID
                       " is already closed."
               ELSE
                   PERFORM CHECK-SOLE-HOLDINGS
                   IF WS-SOLE-HOLDINGS > 0
                       DISPLAY "Customer " WS-CUSTOMER-ID " is the "
                           "sole or last remaining holder of "
                           WS-SOLE-HOLDINGS " open account(s) above"
                           " - customer not closed."
                   ELSE
                       PERFORM CLOSE-CUSTOMER-RECORD
                   END-IF
               END-IF
           END-IF.

       CLOSE-CUSTOMER-RECORD.
           CALL 'CustomerProgram' USING 'READ  ', WS-CUSTOMER-ID,
               CUST-PASS-AREA, WS-CUST-RESULT
           MOVE CPAS-STATUS TO WS-MNT-BEFORE
           MOVE 'C' TO CPAS-STATUS
           CALL 'CustomerProgram' USING 'WRITE ', WS-CUSTOMER-ID,
               CUST-PASS-AREA, WS-CUST-RESULT
           IF WS-CUST-RESULT = '00'
               MOVE 'C' TO WS-MNT-AFTER
               MOVE 'CUSTCL' TO WS-MNT-ACTION
               MOVE WS-CUSTOMER-ID TO WS-MNT-ACCOUNT
               PERFORM APPEND-MAINT-AUDIT
               PERFORM END-CUSTOMER-RELATIONS
               DISPLAY "Customer " WS-CUSTOMER-ID " closed."
           ELSE
               MOVE SPACES TO WS-MNT-BEFORE
               DISPLAY "Customer " WS-CUSTOMER-ID
                   " could not be closed."
           END-IF.

       CHECK-SOLE-HOLDINGS.
           MOVE 0 TO WS-SOLE-HOLDINGS
           MOVE 'NO' TO WS-EOF-ACCOUNTS
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = '35'
               MOVE 'YES' TO WS-EOF-ACCOUNTS
           END-IF
           PERFORM OPEN-RELATION-FILE
           PERFORM UNTIL WS-EOF-ACCOUNTS = 'YES'
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-ACCOUNTS
                   NOT AT END
                       IF ACCT-STATUS NOT = 'C'
                           PERFORM CHECK-ONE-HOLDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RELATION-FILE
           CLOSE ACCOUNT-FILE.

       CHECK-ONE-HOLDING.
           MOVE SPACE TO WS-HOLDER-ROLE
           IF ACCT-CUSTOMER-ID = WS-CUSTOMER-ID
               MOVE 'P' TO WS-HOLDER-ROLE
           ELSE
               MOVE ACCT-NUMBER TO WS-REL-ACCOUNT
               MOVE WS-CUSTOMER-ID TO WS-REL-CUSTOMER
               PERFORM READ-RELATION
               IF WS-REL-FOUND = 'YES'
                   AND REL-ROLE = 'J'
                   AND REL-STATUS = 'A'
                   AND REL-EFFECTIVE-DATE <= WS-BUSINESS-DATE
                   MOVE 'J' TO WS-HOLDER-ROLE
               END-IF
           END-IF
           IF WS-HOLDER-ROLE NOT = SPACE
               PERFORM COUNT-OTHER-HOLDERS
               IF WS-OTHER-HOLDERS = 0
                   ADD 1 TO WS-SOLE-HOLDINGS
                   DISPLAY "  Account " ACCT-NUMBER " status "
                       ACCT-STATUS " balance " ACCT-BALANCE
                       " - no other holder."
               END-IF
           END-IF.

       COUNT-OTHER-HOLDERS.
           MOVE 0 TO WS-OTHER-HOLDERS
           IF ACCT-CUSTOMER-ID > 0
               AND ACCT-CUSTOMER-ID NOT = WS-CUSTOMER-ID
               MOVE ACCT-CUSTOMER-ID TO WS-HOLDER-ID
               PERFORM COUNT-HOLDER-IF-ACTIVE
           END-IF
           MOVE 'NO' TO WS-REL-EOF
           MOVE ACCT-NUMBER TO REL-ACCOUNT
           MOVE 0 TO REL-CUSTOMER
           START RELATION-FILE KEY IS >= REL-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-REL-EOF
           END-START
           PERFORM UNTIL WS-REL-EOF = 'YES'
               READ RELATION-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-REL-EOF
                   NOT AT END
                       IF REL-ACCOUNT NOT = ACCT-NUMBER
                           MOVE 'YES' TO WS-REL-EOF
                       ELSE
                           IF REL-CUSTOMER NOT = WS-CUSTOMER-ID
                               AND REL-ROLE = 'J'
                               AND REL-STATUS = 'A'
                               AND REL-EFFECTIVE-DATE <=
                                   WS-BUSINESS-DATE
                               MOVE REL-CUSTOMER TO WS-HOLDER-ID
                               PERFORM COUNT-HOLDER-IF-ACTIVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-HOLDER-IF-ACTIVE.
           CALL 'CustomerProgram' USING 'READ  ', WS-HOLDER-ID,
               CUST-PASS-AREA, WS-CUST-RESULT
           IF WS-CUST-RESULT = '00'
               AND CPAS-STATUS = 'A'
               ADD 1 TO WS-OTHER-HOLDERS
           END-IF.

       END-CUSTOMER-RELATIONS.
           PERFORM OPEN-RELATION-FILE
           MOVE 'NO' TO WS-REL-EOF
           PERFORM UNTIL WS-REL-EOF = 'YES'
               READ RELATION-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-REL-EOF
                   NOT AT END
                       IF REL-CUSTOMER = WS-CUSTOMER-ID
                           AND REL-STATUS = 'A'
                           PERFORM END-ONE-RELATION
                           IF WS-REL-ENDED = 'YES'
                               DISPLAY "  Link to account "
                                   REL-ACCOUNT " ended."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RELATION-FILE.

       ADD-RELATIONSHIP-LOGIC.
           PERFORM READ-ACCOUNT-RECORD
           IF WS-DATA-RESULT NOT = '00'
               DISPLAY "Account " ACCOUNT-NUMBER " is not on file."
           ELSE
               IF PASS-STATUS = 'C'
                   DISPLAY "Account " ACCOUNT-NUMBER
                       " is closed - link not added."
               ELSE
                   PERFORM ACCEPT-RELATED-CUSTOMER
                   CALL 'CustomerProgram' USING 'READ  ',
                       WS-REL-CUSTOMER, CUST-PASS-AREA, WS-CUST-RESULT
                   IF WS-CUST-RESULT NOT = '00'
                       DISPLAY "Customer " WS-REL-CUSTOMER
                           " is not on file - link not added."
                   ELSE
                       IF CPAS-STATUS NOT = 'A'
                           DISPLAY "Customer " WS-REL-CUSTOMER
                               " is not active - link not added."
                       ELSE
                           IF WS-REL-CUSTOMER = PASS-CUSTOMER-ID
                               DISPLAY "Customer " WS-REL-CUSTOMER
                                   " is the primary holder of "
                                   "account " ACCOUNT-NUMBER "."
                           ELSE
                               PERFORM ADD-ONE-RELATION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-ONE-RELATION.
           MOVE ACCOUNT-NUMBER TO WS-REL-ACCOUNT
           PERFORM OPEN-RELATION-FILE
           PERFORM READ-RELATION
           IF WS-REL-FOUND = 'YES'
               AND REL-STATUS = 'A'
               MOVE REL-ROLE TO WS-REL-ROLE
               PERFORM SET-ROLE-NAME
               DISPLAY "Customer " WS-REL-CUSTOMER " is already "
                   "linked to account " ACCOUNT-NUMBER " as "
                   WS-ROLE-NAME " - end that link first."
           ELSE
               PERFORM ACCEPT-RELATION-DETAILS
               IF WS-REL-FOUND = 'YES'
                   MOVE REL-STATUS TO WS-RLK-ROLE
                   MOVE REL-ENDED-DATE TO WS-RLK-DATE
                   MOVE WS-REL-LINK TO WS-MNT-BEFORE
               END-IF
               MOVE WS-REL-ACCOUNT TO REL-ACCOUNT
               MOVE WS-REL-CUSTOMER TO REL-CUSTOMER
               MOVE WS-REL-ROLE TO REL-ROLE
               MOVE WS-REL-EFFECTIVE TO REL-EFFECTIVE-DATE
               MOVE 'A' TO REL-STATUS
               MOVE 0 TO REL-ENDED-DATE
               MOVE TELLER-ID TO REL-TELLER
               IF WS-REL-FOUND = 'YES'
                   REWRITE ACCOUNT-RELATION-RECORD
               ELSE
                   WRITE ACCOUNT-RELATION-RECORD
               END-IF
               IF WS-RELATION-STATUS = '00'
                   MOVE WS-REL-ROLE TO WS-RLK-ROLE
                   MOVE WS-REL-EFFECTIVE TO WS-RLK-DATE
                   MOVE WS-REL-LINK TO WS-MNT-AFTER
                   MOVE 'RELADD' TO WS-MNT-ACTION
                   MOVE ACCOUNT-NUMBER TO WS-MNT-ACCOUNT
                   MOVE WS-REL-CUSTOMER TO WS-MNT-ORDER
                   PERFORM APPEND-MAINT-AUDIT
                   PERFORM SET-ROLE-NAME
                   DISPLAY "Customer " WS-REL-CUSTOMER " linked to "
                       "account " ACCOUNT-NUMBER " as " WS-ROLE-NAME
                       " from " WS-REL-EFFECTIVE "."
               ELSE
                   MOVE SPACES TO WS-MNT-BEFORE
                   DISPLAY "Link could not be written - status "
                       WS-RELATION-STATUS "."
               END-IF
           END-IF
           CLOSE RELATION-FILE.

       END-RELATIONSHIP-LOGIC.
           PERFORM READ-ACCOUNT-RECORD
           IF WS-DATA-RESULT NOT = '00'
               DISPLAY "Account " ACCOUNT-NUMBER " is not on file."
           ELSE
               PERFORM ACCEPT-RELATED-CUSTOMER
               MOVE ACCOUNT-NUMBER TO WS-REL-ACCOUNT
               PERFORM OPEN-RELATION-FILE
               PERFORM READ-RELATION
               IF WS-REL-FOUND NOT = 'YES'
                   OR REL-STATUS NOT = 'A'
                   DISPLAY "Customer " WS-REL-CUSTOMER " has no "
                       "active link to account " ACCOUNT-NUMBER "."
               ELSE
                   PERFORM END-ONE-RELATION
                   IF WS-REL-ENDED = 'YES'
                       DISPLAY "Link of customer " WS-REL-CUSTOMER
                           " to account " ACCOUNT-NUMBER " ended."
                   END-IF
               END-IF
               CLOSE RELATION-FILE
           END-IF.

       END-ONE-RELATION.
           MOVE REL-ROLE TO WS-RLK-ROLE
           MOVE REL-EFFECTIVE-DATE TO WS-RLK-DATE
           MOVE WS-REL-LINK TO WS-MNT-BEFORE
           MOVE 'E' TO REL-STATUS
           MOVE WS-BUSINESS-DATE TO REL-ENDED-DATE
           MOVE TELLER-ID TO REL-TELLER
           REWRITE ACCOUNT-RELATION-RECORD
           IF WS-RELATION-STATUS = '00'
               MOVE 'YES' TO WS-REL-ENDED
               MOVE 'E' TO WS-RLK-ROLE
               MOVE WS-BUSINESS-DATE TO WS-RLK-DATE
               MOVE WS-REL-LINK TO WS-MNT-AFTER
               MOVE 'RELEND' TO WS-MNT-ACTION
               MOVE REL-ACCOUNT TO WS-MNT-ACCOUNT
               MOVE REL-CUSTOMER TO WS-MNT-ORDER
               PERFORM APPEND-MAINT-AUDIT
           ELSE
               MOVE 'NO' TO WS-REL-ENDED
               DISPLAY "Link of customer " REL-CUSTOMER " to account "
                   REL-ACCOUNT " could not be ended - status "
                   WS-RELATION-STATUS "."
           END-IF.

       ACCEPT-RELATED-CUSTOMER.
           MOVE 0 TO WS-REL-CUSTOMER
           PERFORM UNTIL WS-REL-CUSTOMER > 0
               DISPLAY "Enter customer ID to link: "
               ACCEPT WS-REL-CUSTOMER
               IF WS-REL-CUSTOMER = 0
                   DISPLAY "Customer ID must be > zero."
               END-IF
           END-PERFORM.

       ACCEPT-RELATION-DETAILS.
           MOVE SPACE TO WS-REL-ROLE
           PERFORM UNTIL WS-REL-ROLE = 'J' OR 'S' OR 'T' OR 'B'
               DISPLAY "Enter role (J joint holder, S signatory, "
                   "T trustee, B beneficiary): "
               ACCEPT WS-REL-ROLE
               IF WS-REL-ROLE NOT = 'J' AND WS-REL-ROLE NOT = 'S'
                   AND WS-REL-ROLE NOT = 'T'
                   AND WS-REL-ROLE NOT = 'B'
                   DISPLAY "Role must be J, S, T, or B."
               END-IF
           END-PERFORM
           DISPLAY "Enter effective date (YYYYMMDD, 0 = today): "
           ACCEPT WS-REL-EFFECTIVE
           IF WS-REL-EFFECTIVE = 0
               MOVE WS-BUSINESS-DATE TO WS-REL-EFFECTIVE
           END-IF.

       OPEN-RELATION-FILE.
           OPEN I-O RELATION-FILE
           IF WS-RELATION-STATUS = '35'
               OPEN OUTPUT RELATION-FILE
               CLOSE RELATION-FILE
               OPEN I-O RELATION-FILE
           END-IF.

       READ-RELATION.
           MOVE 'YES' TO WS-REL-FOUND
           MOVE WS-REL-ACCOUNT TO REL-ACCOUNT
           MOVE WS-REL-CUSTOMER TO REL-CUSTOMER
           READ RELATION-FILE
               INVALID KEY
                   MOVE 'NO' TO WS-REL-FOUND
           END-READ.

       DISPOSE-CASE-LOGIC.
           MOVE 0 TO WS-CMP-CASE
           PERFORM UNTIL WS-CMP-CASE > 0
               DISPLAY "Enter compliance case number: "
               ACCEPT WS-CMP-CASE
               IF WS-CMP-CASE = 0
                   DISPLAY "Case number must be > zero."
               END-IF
           END-PERFORM
           OPEN I-O CASE-FILE
           IF WS-CASE-STATUS = '35'
               DISPLAY "No compliance cases on file."
           ELSE
               MOVE WS-CMP-CASE TO CMP-CASE-NUMBER
               READ CASE-FILE
                   INVALID KEY
                       DISPLAY "Case " WS-CMP-CASE " is not on file."
                   NOT INVALID KEY
                       PERFORM DISPOSE-ONE-CASE
               END-READ
               CLOSE CASE-FILE
           END-IF.

       DISPOSE-ONE-CASE.
           IF CMP-STATUS NOT = 'O'
               DISPLAY "Case " CMP-CASE-NUMBER " was disposed on "
                   CMP-DISPOSED-DATE " by " CMP-DISPOSED-BY "."
           ELSE
               DISPLAY "Case " CMP-CASE-NUMBER " type " CMP-TYPE
                   " customer " CMP-CUSTOMER
               DISPLAY "  Opened " CMP-OPENED-DATE " last seen "
                   CMP-LAST-SEEN-DATE " activity from "
                   CMP-WINDOW-START
               DISPLAY "  Cash in " CMP-CASH-IN " out " CMP-CASH-OUT
                   " items " CMP-ITEM-COUNT " accounts "
                   CMP-ACCOUNT-COUNT
               MOVE SPACE TO WS-CMP-DISPOSITION
               PERFORM UNTIL WS-CMP-DISPOSITION = 'F' OR 'N' OR 'K'
                   DISPLAY "Disposition (F filed with regulator, "
                       "N no filing required, K keep open): "
                   ACCEPT WS-CMP-DISPOSITION
               END-PERFORM
               IF WS-CMP-DISPOSITION = 'K'
                   DISPLAY "Case " CMP-CASE-NUMBER " left open."
               ELSE
                   MOVE 'D' TO CMP-STATUS
                   MOVE WS-BUSINESS-DATE TO CMP-DISPOSED-DATE
                   MOVE TELLER-ID TO CMP-DISPOSED-BY
                   MOVE WS-CMP-DISPOSITION TO CMP-DISPOSITION
                   REWRITE COMPLIANCE-CASE-RECORD
                   IF WS-CASE-STATUS = '00'
                       MOVE 'O' TO WS-MNT-BEFORE
                       MOVE 'D' TO WS-MNT-AFTER
                       MOVE WS-CMP-DISPOSITION TO WS-MNT-AFTER (3:1)
                       MOVE 'CMPDSP' TO WS-MNT-ACTION
                       MOVE CMP-CASE-NUMBER TO WS-MNT-ACCOUNT
                       MOVE CMP-CUSTOMER TO WS-MNT-ORDER
                       PERFORM APPEND-MAINT-AUDIT
                       DISPLAY "Case " CMP-CASE-NUMBER " disposed."
                   ELSE
                       DISPLAY "Case " CMP-CASE-NUMBER " could not "
                           "be updated - status " WS-CASE-STATUS "."
                   END-IF
               END-IF
           END-IF.

       SET-OVERDRAFT-PROTECTION.
           PERFORM READ-ACCOUNT-RECORD
           IF WS-DATA-RESULT NOT = '00'
               DISPLAY "Account " ACCOUNT-NUMBER " is not on file."
           ELSE
               IF PASS-STATUS = 'C'
                   DISPLAY "Account " ACCOUNT-NUMBER
                       " is closed - protection cannot be changed."
               ELSE
                   MOVE WS-BUSINESS-DATE TO ODPS-DATE
                   MOVE TELLER-ID TO ODPS-TELLER
                   CALL 'OverdraftCoverProgram' USING 'QUERY ',
                       ACCOUNT-NUMBER, ODP-PASS-AREA, WS-ODP-RESULT
                   MOVE ODPS-BACKUP-ACCOUNT TO WS-ODP-OLD-BACKUP
                   IF TO-ACCOUNT-NUMBER = 0
                       PERFORM END-OVERDRAFT-PROTECTION
                   ELSE
                       PERFORM LINK-OVERDRAFT-PROTECTION
                   END-IF
               END-IF
           END-IF.

       LINK-OVERDRAFT-PROTECTION.
           MOVE TO-ACCOUNT-NUMBER TO ODPS-BACKUP-ACCOUNT
           CALL 'OverdraftCoverProgram' USING 'LINK  ',
               ACCOUNT-NUMBER, ODP-PASS-AREA, WS-ODP-RESULT
           EVALUATE WS-ODP-RESULT
               WHEN '00'
                   IF WS-ODP-OLD-BACKUP > 0
                       MOVE WS-ODP-OLD-BACKUP TO WS-MNT-BEFORE
                   END-IF
                   MOVE TO-ACCOUNT-NUMBER TO WS-MNT-AFTER
                   MOVE 'ODPSET' TO WS-MNT-ACTION
                   MOVE ACCOUNT-NUMBER TO WS-MNT-ACCOUNT
                   PERFORM APPEND-MAINT-AUDIT
                   DISPLAY "Account " TO-ACCOUNT-NUMBER
                       " now covers shortfalls on account "
                       ACCOUNT-NUMBER "."
               WHEN '22'
                   DISPLAY "Account " TO-ACCOUNT-NUMBER
                       " is already the backup for account "
                       ACCOUNT-NUMBER "."
               WHEN '26'
                   DISPLAY "Account " TO-ACCOUNT-NUMBER
                       " is not another account of the same "
                       "customer - not linked."
               WHEN OTHER
                   PERFORM SET-COVER-FAIL-REASON
                   DISPLAY "Backup account " TO-ACCOUNT-NUMBER
                       " not linked - " WS-ODP-REASON
           END-EVALUATE.

       END-OVERDRAFT-PROTECTION.
           CALL 'OverdraftCoverProgram' USING 'UNLINK',
               ACCOUNT-NUMBER, ODP-PASS-AREA, WS-ODP-RESULT
           IF WS-ODP-RESULT NOT = '00'
               DISPLAY "Account " ACCOUNT-NUMBER " has no overdraft "
                   "protection to remove."
           ELSE
               MOVE ODPS-BACKUP-ACCOUNT TO WS-MNT-BEFORE
               MOVE 'ODPEND' TO WS-MNT-ACTION
               MOVE ACCOUNT-NUMBER TO WS-MNT-ACCOUNT
               PERFORM APPEND-MAINT-AUDIT
               DISPLAY "Overdraft protection from account "
                   ODPS-BACKUP-ACCOUNT " removed from account "
                   ACCOUNT-NUMBER "."
           END-IF.

       FREEZE-ACCOUNT-LOGIC.
           PERFORM READ-ACCOUNT-RECORD
           IF WS-DATA-RESULT NOT = '00'
           MOVE PASS-OD-LIMIT TO WS-OVERDRAFT-LIMIT.

       WRITE-ACCOUNT-RECORD.
           PERFORM RESERVE-TXN-REFERENCE
           IF WS-TXN-REFERENCE = 0
               MOVE '99' TO WS-DATA-RESULT
           ELSE
               PERFORM WRITE-ACCOUNT-WITH-RETRY
           END-IF.

       RESERVE-TXN-REFERENCE.
           CALL 'TxnRefProgram' USING WS-TXN-REFERENCE
           IF WS-TXN-REFERENCE = 0
               DISPLAY "No transaction reference could be issued - "
                   "nothing posted."
           END-IF.

       WRITE-ACCOUNT-WITH-RETRY.
           MOVE FINAL-BALANCE TO PASS-BALANCE
           MOVE WS-OVERDRAFT-LIMIT TO PASS-OD-LIMIT
           CALL 'DataProgram' USING 'WRITE ', ACCOUNT-NUMBER,
               ACCT-PASS-AREA, WS-DATA-RESULT
           MOVE 'YES' TO WS-STALE-OK
           MOVE 0 TO WS-STALE-RETRIES
           PERFORM UNTIL WS-DATA-RESULT NOT = '09'
                   OR WS-STALE-OK NOT = 'YES'
               PERFORM REAPPLY-STALE-POSTING
           END-PERFORM
           IF WS-STALE-OK NOT = 'YES'
               MOVE '09' TO WS-DATA-RESULT
           END-IF.

       REAPPLY-STALE-POSTING.
           ADD 1 TO WS-STALE-RETRIES
           DISPLAY "Account " ACCOUNT-NUMBER " was updated elsewhere "
               "since it was read - re-checking the posting."
           PERFORM READ-ACCOUNT-RECORD
           IF WS-DATA-RESULT NOT = '00'
               MOVE 'NO' TO WS-STALE-OK
               DISPLAY "Account " ACCOUNT-NUMBER " is no longer on "
                   "file."
           END-IF
           IF WS-STALE-OK = 'YES'
               AND WS-STALE-RETRIES > WS-STALE-MAX
               MOVE 'NO' TO WS-STALE-OK
               DISPLAY "Account " ACCOUNT-NUMBER " keeps changing - "
                   "posting abandoned, try again shortly."
           END-IF
           IF WS-STALE-OK = 'YES'
               CALL 'TxnCodeProgram' USING 'LOAD  ', OPERATION-TYPE,
                   TXC-PASS-AREA, WS-TXC-RESULT
               CALL 'TxnCodeProgram' USING 'LOOKUP', OPERATION-TYPE,
                   TXC-PASS-AREA, WS-TXC-RESULT
               IF WS-TXC-RESULT NOT = '00'
                   MOVE 'NO' TO WS-STALE-OK
                   DISPLAY "Operation " OPERATION-TYPE " is not on "
                       "TXNCODE.DAT."
               END-IF
           END-IF
           IF WS-STALE-OK = 'YES'
               AND WS-STALE-RECHECK = 'YES'
               MOVE ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
               PERFORM CHECK-ACCOUNT-POSTABLE
               MOVE WS-ACCOUNT-OK TO WS-STALE-OK
           END-IF
           IF WS-STALE-OK = 'YES'
               AND TPAS-DIRECTION = 'D'
               AND TPAS-CUSTOMER-FLAG = 'Y'
               PERFORM COMPUTE-AVAILABLE-FUNDS
               PERFORM CHECK-DAILY-DEBIT-CAP
               IF WS-CAP-OK NOT = 'YES'
                   MOVE 'NO' TO WS-STALE-OK
               ELSE
                   IF WS-AVAILABLE-FUNDS < AMOUNT
                       MOVE 'NO' TO WS-STALE-OK
                       DISPLAY "Insufficient funds after the update "
                           "- available " WS-AVAILABLE-FUNDS "."
                   END-IF
               END-IF
           END-IF
           IF WS-STALE-OK = 'YES'
               MOVE FINAL-BALANCE TO WS-PRE-BALANCE
               IF TPAS-DIRECTION = 'D'
                   SUBTRACT AMOUNT FROM FINAL-BALANCE
                   IF TPAS-CUSTOMER-FLAG = 'Y'
                       ADD AMOUNT TO PASS-DEBITS-TODAY
                   END-IF
               ELSE
                   ADD AMOUNT TO FINAL-BALANCE
               END-IF
               PERFORM RESTAMP-CHECKPOINT
               MOVE FINAL-BALANCE TO PASS-BALANCE
               MOVE WS-OVERDRAFT-LIMIT TO PASS-OD-LIMIT
               CALL 'DataProgram' USING 'WRITE ', ACCOUNT-NUMBER,
                   ACCT-PASS-AREA, WS-DATA-RESULT
           END-IF.

       LOAD-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           DISPLAY "  from " WS-STMT-FROM-DATE
               " thru " WS-STMT-THRU-DATE

           PERFORM LOAD-REVERSAL-MAP

           MOVE 'NO' TO WS-STMT-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
                           DISPLAY "  " JNL-DATE " " JNL-TIME " "
                               JNL-OPERATION " " JNL-AMOUNT
                               " running balance "
                               JNL-RESULT-BALANCE " ref "
                               JNL-REFERENCE
                           PERFORM SHOW-REVERSAL-LINK
                       END-IF
               END-READ
           END-PERFORM
               DISPLAY "  No transactions found in that date range."
           END-IF.

       LOAD-REVERSAL-MAP.
           MOVE 0 TO WS-RVM-COUNT
           MOVE 'NO' TO WS-STMT-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
               MOVE 'YES' TO WS-STMT-EOF
           END-IF
           PERFORM UNTIL WS-STMT-EOF = 'YES'
               READ JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-STMT-EOF
                   NOT AT END
                       IF JNL-ACCOUNT = ACCOUNT-NUMBER
                           AND JNL-REVERSES-REF > 0
                           IF WS-RVM-COUNT < WS-RVM-MAX
                               ADD 1 TO WS-RVM-COUNT
                               MOVE JNL-REVERSES-REF TO
                                   WS-RVM-ORIGINAL (WS-RVM-COUNT)
                               MOVE JNL-REFERENCE TO
                                   WS-RVM-REVERSAL (WS-RVM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       SHOW-REVERSAL-LINK.
           IF JNL-REVERSES-REF > 0
               DISPLAY "      reversal of ref " JNL-REVERSES-REF
           ELSE
               MOVE 0 TO WS-RVM-FOUND
               MOVE 1 TO WS-RVM-IX
               PERFORM UNTIL WS-RVM-IX > WS-RVM-COUNT
                   IF WS-RVM-ORIGINAL (WS-RVM-IX) = JNL-REFERENCE
                       MOVE WS-RVM-REVERSAL (WS-RVM-IX) TO WS-RVM-FOUND
                       MOVE WS-RVM-COUNT TO WS-RVM-IX
                   END-IF
                   ADD 1 TO WS-RVM-IX
               END-PERFORM
               IF WS-RVM-FOUND > 0
                   DISPLAY "      REVERSED by ref " WS-RVM-FOUND
               END-IF
           END-IF.

       SET-OVERDRAFT-LIMIT.
           PERFORM READ-ACCOUNT-RECORD
           MOVE PASS-OD-LIMIT TO WS-MNT-AMOUNT
                       "for account " ACCOUNT-NUMBER "."
           END-EVALUATE.

       ISSUE-CHEQUE-BOOK-LOGIC.
           PERFORM READ-ACCOUNT-RECORD
           IF WS-DATA-RESULT NOT = '00'
               DISPLAY "Account " ACCOUNT-NUMBER " is not on file."
           ELSE
               IF PASS-STATUS NOT = 'A'
                   DISPLAY "Account " ACCOUNT-NUMBER
                       " is not active - cheque book not issued."
               ELSE
                   PERFORM ACCEPT-SERIAL-RANGE
                   MOVE WS-BUSINESS-DATE TO CQPS-DATE
                   MOVE TELLER-ID TO CQPS-TELLER
                   CALL 'ChequeProgram' USING 'ISSUE ',
                       ACCOUNT-NUMBER, CHQ-PASS-AREA, WS-CHQ-RESULT
                   IF WS-CHQ-RESULT = '00'
                       MOVE WS-CHQ-RANGE TO WS-MNT-AFTER
                       MOVE 'CHQBK ' TO WS-MNT-ACTION
                       MOVE ACCOUNT-NUMBER TO WS-MNT-ACCOUNT
                       PERFORM APPEND-MAINT-AUDIT
                       DISPLAY "Cheque book " WS-CHQ-RANGE
                           " issued on account " ACCOUNT-NUMBER "."
                   ELSE
                       EVALUATE WS-CHQ-RESULT
                           WHEN '22'
                               DISPLAY "Serials " WS-CHQ-RANGE
                                   " overlap a book already issued "
                                   "on account " ACCOUNT-NUMBER
                                   " - book not issued."
                           WHEN OTHER
                               DISPLAY "Cheque register error "
                                   WS-CHQ-RESULT " - book not issued."
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       PLACE-STOP-LOGIC.
           PERFORM READ-ACCOUNT-RECORD
           IF WS-DATA-RESULT NOT = '00'
               DISPLAY "Account " ACCOUNT-NUMBER " is not on file."
           ELSE
               IF PASS-STATUS = 'C'
                   DISPLAY "Account " ACCOUNT-NUMBER
                       " is closed - stop not placed."
               ELSE
                   PERFORM ACCEPT-SERIAL-RANGE
                   MOVE WS-BUSINESS-DATE TO CQPS-DATE
                   MOVE TELLER-ID TO CQPS-TELLER
                   MOVE 0 TO CQPS-STOP-SEQ
                   CALL 'ChequeProgram' USING 'STOP  ',
                       ACCOUNT-NUMBER, CHQ-PASS-AREA, WS-CHQ-RESULT
                   EVALUATE WS-CHQ-RESULT
                       WHEN '00'
                           MOVE WS-CHQ-RANGE TO WS-MNT-AFTER
                           MOVE 'CHQSTP' TO WS-MNT-ACTION
                           MOVE ACCOUNT-NUMBER TO WS-MNT-ACCOUNT
                           MOVE CQPS-STOP-SEQ TO WS-MNT-ORDER
                           PERFORM APPEND-MAINT-AUDIT
                           DISPLAY "Stop " CQPS-STOP-SEQ
                               " placed on cheques " WS-CHQ-RANGE
                               " of account " ACCOUNT-NUMBER "."
                       WHEN '22'
                           DISPLAY "Cheques " WS-CHQ-RANGE
                               " overlap active stop " CQPS-STOP-SEQ
                               " - stop not placed."
                       WHEN '24'
                           DISPLAY "Cheque " WS-CHQ-RANGE-FIRST
                               " was already paid on " CQPS-DATE
                               " for " CQPS-AMOUNT
                               " - stop not placed."
                       WHEN OTHER
                           DISPLAY "Cheques " WS-CHQ-RANGE
                               " were not all issued on account "
                               ACCOUNT-NUMBER " - stop not placed."
                   END-EVALUATE
               END-IF
           END-IF.

       LIFT-STOP-LOGIC.
           PERFORM READ-ACCOUNT-RECORD
           IF WS-DATA-RESULT NOT = '00'
               DISPLAY "Account " ACCOUNT-NUMBER " is not on file."
           ELSE
               MOVE 0 TO CQPS-FIRST-SERIAL
               PERFORM UNTIL CQPS-FIRST-SERIAL > 0
                   DISPLAY "Enter a cheque serial covered by the "
                       "stop: "
                   ACCEPT CQPS-FIRST-SERIAL
                   IF CQPS-FIRST-SERIAL = 0
                       DISPLAY "Cheque serial must be > zero."
                   END-IF
               END-PERFORM
               MOVE WS-BUSINESS-DATE TO CQPS-DATE
               MOVE TELLER-ID TO CQPS-TELLER
               CALL 'ChequeProgram' USING 'LIFT  ', ACCOUNT-NUMBER,
                   CHQ-PASS-AREA, WS-CHQ-RESULT
               IF WS-CHQ-RESULT = '00'
                   MOVE CQPS-FIRST-SERIAL TO WS-CHQ-RANGE-FIRST
                   MOVE CQPS-LAST-SERIAL TO WS-CHQ-RANGE-LAST
                   MOVE WS-CHQ-RANGE TO WS-MNT-BEFORE
                   MOVE 'LIFTED' TO WS-MNT-AFTER
                   MOVE 'CHQLFT' TO WS-MNT-ACTION
                   MOVE ACCOUNT-NUMBER TO WS-MNT-ACCOUNT
                   MOVE CQPS-STOP-SEQ TO WS-MNT-ORDER
                   PERFORM APPEND-MAINT-AUDIT
                   DISPLAY "Stop " CQPS-STOP-SEQ " on cheques "
                       WS-CHQ-RANGE " of account " ACCOUNT-NUMBER
                       " lifted."
               ELSE
                   DISPLAY "No active stop covers cheque "
                       CQPS-FIRST-SERIAL " on account "
                       ACCOUNT-NUMBER "."
               END-IF
           END-IF.

       ACCEPT-SERIAL-RANGE.
           MOVE 0 TO CQPS-FIRST-SERIAL
           PERFORM UNTIL CQPS-FIRST-SERIAL > 0
               DISPLAY "Enter first cheque serial: "
               ACCEPT CQPS-FIRST-SERIAL
               IF CQPS-FIRST-SERIAL = 0
                   DISPLAY "Cheque serial must be > zero."
               END-IF
           END-PERFORM
           MOVE 0 TO CQPS-LAST-SERIAL
           PERFORM UNTIL CQPS-LAST-SERIAL >= CQPS-FIRST-SERIAL
               DISPLAY "Enter last cheque serial (0 = single "
                   "cheque): "
               ACCEPT CQPS-LAST-SERIAL
               IF CQPS-LAST-SERIAL = 0
                   MOVE CQPS-FIRST-SERIAL TO CQPS-LAST-SERIAL
               END-IF
               IF CQPS-LAST-SERIAL < CQPS-FIRST-SERIAL
                   DISPLAY "Last serial must not be below the "
                       "first."
               END-IF
           END-PERFORM
           MOVE CQPS-FIRST-SERIAL TO WS-CHQ-RANGE-FIRST
           MOVE CQPS-LAST-SERIAL TO WS-CHQ-RANGE-LAST.

       BOOK-LOAN-LOGIC.
           PERFORM READ-ACCOUNT-RECORD
           MOVE ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
           PERFORM CHECK-ACCOUNT-POSTABLE
           IF WS-ACCOUNT-OK = 'YES'
               DISPLAY "Loan principal to disburse to account "
                   ACCOUNT-NUMBER "."
               PERFORM ACCEPT-VALID-AMOUNT
               PERFORM ACCEPT-LOAN-TERMS
               PERFORM COMPUTE-LOAN-INSTALLMENT
               DISPLAY "Installment " WS-LN-INSTALLMENT " x "
                   WS-LN-TERM " monthly from " WS-LN-FIRST-DUE
               PERFORM OPEN-LOAN-FILES
               PERFORM ASSIGN-LOAN-NUMBER
               MOVE 'LNDISB' TO OPERATION-TYPE
               MOVE FINAL-BALANCE TO WS-PRE-BALANCE
               ADD AMOUNT TO FINAL-BALANCE
               PERFORM SET-CHECKPOINT
               IF WS-CKPT-BLOCKED = 'Y'
                   DISPLAY "Loan not booked."
               ELSE
                   PERFORM WRITE-ACCOUNT-RECORD
                   IF WS-DATA-RESULT = '00'
                       PERFORM APPEND-JOURNAL-RECORD
                       PERFORM CLEAR-CHECKPOINT
                       PERFORM WRITE-LOAN-RECORDS
                   ELSE
                       PERFORM CLEAR-CHECKPOINT
                       DISPLAY "Loan not booked."
                   END-IF
               END-IF
               CLOSE LOAN-FILE
               CLOSE LOAN-SCHEDULE-FILE
           END-IF.

       ACCEPT-LOAN-TERMS.
           MOVE 9 TO WS-LN-RATE
           PERFORM UNTIL WS-LN-RATE <= WS-LN-RATE-MAX
               DISPLAY "Enter annual rate (e.g. 0.0850 = 8.5%): "
               ACCEPT WS-LN-RATE
               IF WS-LN-RATE > WS-LN-RATE-MAX
                   DISPLAY "Rate must not exceed " WS-LN-RATE-MAX "."
               END-IF
           END-PERFORM
           MOVE 0 TO WS-LN-TERM
           PERFORM UNTIL WS-LN-TERM > 0
                   AND WS-LN-TERM <= WS-LN-TERM-MAX
               DISPLAY "Enter term in months (1-" WS-LN-TERM-MAX
                   "): "
               ACCEPT WS-LN-TERM
               IF WS-LN-TERM = 0 OR WS-LN-TERM > WS-LN-TERM-MAX
                   DISPLAY "Term must be 1 to " WS-LN-TERM-MAX
                       " months."
               END-IF
           END-PERFORM
           MOVE 0 TO WS-LN-FIRST-DUE
           PERFORM UNTIL WS-LN-FIRST-DUE > WS-BUSINESS-DATE
               DISPLAY "Enter first installment due date "
                   "(YYYYMMDD): "
               ACCEPT WS-LN-FIRST-DUE
               IF WS-LN-FIRST-DUE NOT > WS-BUSINESS-DATE
                   DISPLAY "First due date must be after "
                       WS-BUSINESS-DATE "."
               END-IF
           END-PERFORM.

       COMPUTE-LOAN-INSTALLMENT.
           COMPUTE WS-LN-MONTHLY-RATE = WS-LN-RATE / 12
           IF WS-LN-MONTHLY-RATE = 0
               COMPUTE WS-LN-INSTALLMENT ROUNDED =
                   AMOUNT / WS-LN-TERM
           ELSE
               COMPUTE WS-LN-FACTOR =
                   (1 + WS-LN-MONTHLY-RATE) ** WS-LN-TERM
               COMPUTE WS-LN-INSTALLMENT ROUNDED =
                   AMOUNT * WS-LN-MONTHLY-RATE * WS-LN-FACTOR
                   / (WS-LN-FACTOR - 1)
           END-IF.

       OPEN-LOAN-FILES.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS = '35'
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE
           END-IF
           OPEN I-O LOAN-SCHEDULE-FILE
           IF WS-LOANSCH-STATUS = '35'
               OPEN OUTPUT LOAN-SCHEDULE-FILE
               CLOSE LOAN-SCHEDULE-FILE
               OPEN I-O LOAN-SCHEDULE-FILE
           END-IF.

       ASSIGN-LOAN-NUMBER.
           MOVE 0 TO WS-LOAN-NUMBER
           MOVE 'NO' TO WS-LOAN-EOF
           MOVE 0 TO LN-NUMBER
           START LOAN-FILE KEY IS >= LN-NUMBER
               INVALID KEY
                   MOVE 'YES' TO WS-LOAN-EOF
           END-START
           PERFORM UNTIL WS-LOAN-EOF = 'YES'
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-LOAN-EOF
                   NOT AT END
                       MOVE LN-NUMBER TO WS-LOAN-NUMBER
               END-READ
           END-PERFORM
           ADD 1 TO WS-LOAN-NUMBER.

       WRITE-LOAN-RECORDS.
           MOVE 'YES' TO WS-LOAN-OK
           MOVE WS-LOAN-NUMBER TO LN-NUMBER
           MOVE ACCOUNT-NUMBER TO LN-DEPOSIT-ACCOUNT
           MOVE AMOUNT TO LN-PRINCIPAL
           MOVE WS-LN-RATE TO LN-RATE
           MOVE WS-LN-TERM TO LN-TERM
           MOVE WS-LN-INSTALLMENT TO LN-INSTALLMENT
           MOVE WS-BUSINESS-DATE TO LN-BOOKED-DATE
           MOVE WS-LN-FIRST-DUE TO LN-FIRST-DUE
           MOVE WS-TXN-REFERENCE TO LN-DISB-REFERENCE
           MOVE WS-LN-FIRST-DUE TO LN-NEXT-DUE
           MOVE AMOUNT TO LN-OUTSTANDING
           MOVE 0 TO LN-INSTALLMENTS-PAID
           MOVE 0 TO LN-INTEREST-PAID
           MOVE 0 TO LN-ARREARS-AMOUNT
           MOVE 0 TO LN-MISSED-COUNT
           MOVE 0 TO LN-DAYS-PAST-DUE
           MOVE 0 TO LN-ARREARS-BUCKET
           MOVE 'A' TO LN-STATUS
           MOVE TELLER-ID TO LN-TELLER
           WRITE LOAN-RECORD
               INVALID KEY
                   MOVE 'NO' TO WS-LOAN-OK
           END-WRITE

           MOVE AMOUNT TO WS-LN-BALANCE
           MOVE WS-LN-FIRST-DUE TO WS-LN-DUE-DATE
           MOVE WS-LN-DUE-DAY TO WS-LN-ANCHOR-DAY
           MOVE 1 TO WS-LN-IX
           PERFORM UNTIL WS-LN-IX > WS-LN-TERM
                   OR WS-LOAN-OK NOT = 'YES'
               PERFORM WRITE-ONE-SCHEDULE-ROW
               PERFORM ADVANCE-LOAN-DUE-DATE
               ADD 1 TO WS-LN-IX
           END-PERFORM

           IF WS-LOAN-OK = 'YES'
               DISPLAY "Loan " WS-LOAN-NUMBER " booked - " AMOUNT
                   " credited. New balance: " FINAL-BALANCE
               DISPLAY "Transaction reference: " WS-TXN-REFERENCE
           ELSE
               DISPLAY "*** EXCEPTION *** Account " ACCOUNT-NUMBER
                   " credited " AMOUNT " but loan " WS-LOAN-NUMBER
                   " could not be written in full."
               DISPLAY "  Repair by reversing disbursement reference "
                   WS-TXN-REFERENCE "."
           END-IF.

       WRITE-ONE-SCHEDULE-ROW.
           COMPUTE WS-LN-INTEREST ROUNDED =
               WS-LN-BALANCE * WS-LN-MONTHLY-RATE
           MOVE WS-LOAN-NUMBER TO LS-LOAN
           MOVE WS-LN-IX TO LS-INSTALLMENT-NO
           MOVE WS-LN-DUE-DATE TO LS-DUE-DATE
           MOVE WS-LN-INTEREST TO LS-INTEREST
           IF WS-LN-IX = WS-LN-TERM
               MOVE WS-LN-BALANCE TO LS-PRINCIPAL
           ELSE
               COMPUTE LS-PRINCIPAL =
                   WS-LN-INSTALLMENT - WS-LN-INTEREST
               IF LS-PRINCIPAL > WS-LN-BALANCE
                   MOVE WS-LN-BALANCE TO LS-PRINCIPAL
               END-IF
           END-IF
           COMPUTE LS-AMOUNT = LS-PRINCIPAL + LS-INTEREST
           SUBTRACT LS-PRINCIPAL FROM WS-LN-BALANCE
           MOVE WS-LN-BALANCE TO LS-BALANCE-AFTER
           MOVE 'D' TO LS-STATUS
           MOVE 0 TO LS-PAID-DATE
           WRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   MOVE 'NO' TO WS-LOAN-OK
           END-WRITE.

       ADVANCE-LOAN-DUE-DATE.
           IF WS-LN-DUE-MONTH = 12
               MOVE 1 TO WS-LN-DUE-MONTH
               ADD 1 TO WS-LN-DUE-YEAR
           ELSE
               ADD 1 TO WS-LN-DUE-MONTH
           END-IF
           MOVE WS-LN-ANCHOR-DAY TO WS-LN-DUE-DAY
           IF WS-LN-DUE-MONTH = 2 AND WS-LN-DUE-DAY > 28
               MOVE 28 TO WS-LN-DUE-DAY
           END-IF
           IF WS-LN-DUE-DAY > 30
               AND (WS-LN-DUE-MONTH = 4 OR 6 OR 9 OR 11)
               MOVE 30 TO WS-LN-DUE-DAY
           END-IF.

       SET-DAILY-DEBIT-LIMIT.
           PERFORM READ-ACCOUNT-RECORD
           MOVE PASS-DAILY-DEBIT-LIMIT TO WS-MNT-AMOUNT
           END-IF
           CLOSE CHECKPOINT-FILE.

       RESTAMP-CHECKPOINT.
           MOVE ACCOUNT-NUMBER TO CKPT-ACCOUNT
           OPEN I-O CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = '35'
               READ CHECKPOINT-FILE
                   INVALID KEY
                       MOVE 'N' TO CKPT-IN-USE
               END-READ
               IF CKPT-IN-USE = 'Y'
                   MOVE WS-PRE-BALANCE TO CKPT-PRE-BALANCE
                   REWRITE CHECKPOINT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF
           CLOSE CHECKPOINT-FILE.

       CLEAR-CHECKPOINT.
           MOVE ACCOUNT-NUMBER TO CKPT-ACCOUNT
           OPEN I-O CHECKPOINT-FILE
           MOVE FINAL-BALANCE TO JNL-RESULT-BALANCE
           MOVE TELLER-ID TO JNL-TELLER
           MOVE WS-CASH-IND TO JNL-CASH-IND
           MOVE WS-TXN-REFERENCE TO JNL-REFERENCE
           MOVE WS-PAIR-REFERENCE TO JNL-PAIR-REF
           MOVE WS-REVERSES-REFERENCE TO JNL-REVERSES-REF
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

       ACCEPT-CASH-INDICATOR.
           MOVE SPACE TO WS-CASH-IND
           CALL 'TxnCodeProgram' USING 'LOAD  ', OPERATION-TYPE,
               TXC-PASS-AREA, WS-TXC-RESULT
           CALL 'TxnCodeProgram' USING 'LOOKUP', OPERATION-TYPE,
               TXC-PASS-AREA, WS-TXC-RESULT
           IF WS-TXC-RESULT = '00'
               AND TPAS-CASH-FLAG NOT = 'Y'
               MOVE 'N' TO WS-CASH-IND
           END-IF
           PERFORM UNTIL WS-CASH-IND = 'Y' OR 'N'
               DISPLAY "Cash or non-cash (C/N)? "
               ACCEPT WS-CASH-IND
                   CLOSE DRAWER-FILE
                   IF WS-ACCOUNT-OK = 'YES'
                       PERFORM ACCEPT-CASH-AMOUNT
                       PERFORM RESERVE-DRAWER-TRANSFER-REFS
                   END-IF
                   IF WS-ACCOUNT-OK = 'YES'
                       MOVE 'CSHOUT' TO OPERATION-TYPE
                       MOVE TELLER-ID TO WS-CASH-TELLER
                       PERFORM APPEND-CASH-JOURNAL
                       MOVE WS-CASH-IN-REF TO WS-TXN-REFERENCE
                       MOVE 'CSHIN ' TO OPERATION-TYPE
                       MOVE WS-OTHER-TELLER TO WS-CASH-TELLER
                       PERFORM APPEND-CASH-JOURNAL
               END-IF
           END-IF.

       RESERVE-DRAWER-TRANSFER-REFS.
           MOVE 0 TO WS-CASH-IN-REF
           PERFORM RESERVE-TXN-REFERENCE
           IF WS-TXN-REFERENCE > 0
               CALL 'TxnRefProgram' USING WS-CASH-IN-REF
               IF WS-CASH-IN-REF = 0
                   DISPLAY "No transaction reference could be "
                       "issued - nothing posted."
               END-IF
           END-IF
           IF WS-CASH-IN-REF = 0
               MOVE 'NO' TO WS-ACCOUNT-OK
               DISPLAY "Cash transfer not made."
           END-IF.

       VAULT-TRANSFER-LOGIC.
           PERFORM CHECK-DRAWER-OPEN
           IF WS-ACCOUNT-OK = 'YES'
               END-PERFORM
               PERFORM ACCEPT-CASH-AMOUNT
               MOVE TELLER-ID TO WS-CASH-TELLER
               PERFORM RESERVE-TXN-REFERENCE
               IF WS-TXN-REFERENCE = 0
                   DISPLAY "Cash transfer not made."
               ELSE
                   PERFORM APPEND-VAULT-TRANSFER
               END-IF
           END-IF.

       APPEND-VAULT-TRANSFER.
           IF WS-VAULT-DIR = 'T'
               MOVE 'VLTOUT' TO OPERATION-TYPE
               PERFORM APPEND-CASH-JOURNAL
               DISPLAY "Cash " AMOUNT " moved from drawer "
                   TELLER-ID " to the vault."
           ELSE
               MOVE 'VLTIN ' TO OPERATION-TYPE
               PERFORM APPEND-CASH-JOURNAL
               DISPLAY "Cash " AMOUNT " moved from the vault "
                   "to drawer " TELLER-ID "."
           END-IF.

       BALANCE-DRAWER-LOGIC.
           PERFORM CHECK-DRAWER-OPEN
           IF WS-ACCOUNT-OK = 'YES'
                   IF JNL-CASH-IND = 'Y'
                       SUBTRACT JNL-AMOUNT FROM WS-EXPECTED-CASH
                   END-IF
               WHEN 'REVDB '
                   IF JNL-CASH-IND = 'Y'
                       SUBTRACT JNL-AMOUNT FROM WS-EXPECTED-CASH
                   END-IF
               WHEN 'REVCR '
                   IF JNL-CASH-IND = 'Y'
                       ADD JNL-AMOUNT TO WS-EXPECTED-CASH
                   END-IF
               WHEN 'CSHIN '
               WHEN 'VLTIN '
                   ADD JNL-AMOUNT TO WS-EXPECTED-CASH
                   DISPLAY "Drawer SHORT by " AMOUNT
                       " - posted to account " WS-OVERSHORT-ACCT
               END-IF
               MOVE PASS-OD-LIMIT TO WS-OVERDRAFT-LIMIT
               MOVE 'NO' TO WS-STALE-RECHECK
               PERFORM WRITE-ACCOUNT-RECORD
               MOVE 'YES' TO WS-STALE-RECHECK
               IF WS-DATA-RESULT = '00'
                   MOVE 'N' TO WS-CASH-IND
                   PERFORM APPEND-JOURNAL-RECORD
               ELSE
                   DISPLAY "Over/short of " WS-OVER-SHORT
                       " NOT posted. Escalate."
               END-IF
               MOVE WS-CHECK-ACCOUNT TO ACCOUNT-NUMBER
           END-IF.

           MOVE 0 TO JNL-RESULT-BALANCE
           MOVE WS-CASH-TELLER TO JNL-TELLER
           MOVE 'Y' TO JNL-CASH-IND
           MOVE WS-TXN-REFERENCE TO JNL-REFERENCE
           MOVE WS-PAIR-REFERENCE TO JNL-PAIR-REF
           MOVE 0 TO JNL-REVERSES-REF
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.
