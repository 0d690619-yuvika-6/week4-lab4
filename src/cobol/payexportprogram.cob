       01  WS-CLEARING-STATUS     PIC XX.
       01  WS-PAYCFG-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-TXN-REFERENCE       PIC 9(10).
       01  WS-PAIR-REFERENCE      PIC 9(10) VALUE 0.
       01  WS-BUSDATE-STATUS      PIC XX.
       01  WS-EOF-PAYMENTS        PIC X(3) VALUE 'NO'.

       01  WS-DATA-RESULT         PIC XX.
       01  WS-EXPORT-OK           PIC X(3).
       01  WS-FAIL-REASON         PIC X(30).
       01  WS-STALE-OK            PIC X(3).
       01  WS-STALE-RETRIES       PIC 9(2).
       01  WS-STALE-MAX           PIC 9(2) VALUE 5.

       COPY "odppass.cpy".
       01  WS-ODP-RESULT          PIC XX.

       01  WS-HOLD-SEQ            PIC 9(4).
       01  WS-HOLD-AMOUNT         PIC 9(6)V99.
       01  WS-PAYMENTS-READ       PIC 9(6) VALUE 0.
       01  WS-PAYMENTS-SENT       PIC 9(6) VALUE 0.
       01  WS-PAYMENTS-HELD       PIC 9(6) VALUE 0.
       01  WS-PAYMENTS-COVERED    PIC 9(6) VALUE 0.
       01  WS-EXPORT-COUNT        PIC 9(6) VALUE 0.
       01  WS-EXPORT-HASH         PIC 9(11)V99 VALUE 0.

           DISPLAY "Payments exported: " WS-PAYMENTS-SENT
           DISPLAY "Payments held:     " WS-PAYMENTS-HELD
               " (see exception lines above - retried next run)"
           DISPLAY "Payments covered from a backup account: "
               WS-PAYMENTS-COVERED
           DISPLAY "Export hash total: " WS-EXPORT-HASH
           DISPLAY "============================================"
           GOBACK.

           IF WS-EXPORT-OK = 'YES'
               PERFORM COMPUTE-AVAILABLE-FUNDS
               IF WS-AVAILABLE-FUNDS < AMOUNT
                   PERFORM REQUEST-OVERDRAFT-COVER
               END-IF
               IF WS-AVAILABLE-FUNDS < AMOUNT
                   MOVE 'NO' TO WS-EXPORT-OK
                   MOVE 'INSUFFICIENT FUNDS' TO WS-FAIL-REASON

           IF WS-EXPORT-OK = 'YES'
               PERFORM POST-EXPORT-LEGS
           END-IF

           IF WS-EXPORT-OK = 'YES'
               PERFORM WRITE-CLEARING-DETAIL
               MOVE 'S' TO PAY-STATUS
               REWRITE PAYMENT-RECORD
                   WS-FAIL-REASON " - held for retry."
           END-IF.

       REQUEST-OVERDRAFT-COVER.
           COMPUTE ODPS-SHORTFALL = AMOUNT - WS-AVAILABLE-FUNDS
           MOVE WS-BUSINESS-DATE TO ODPS-DATE
           MOVE TELLER-ID TO ODPS-TELLER
           CALL 'OverdraftCoverProgram' USING 'COVER ',
               PAY-ACCOUNT, ODP-PASS-AREA, WS-ODP-RESULT
           IF WS-ODP-RESULT = '00'
               ADD 1 TO WS-PAYMENTS-COVERED
               DISPLAY "Payment " PAY-NUMBER ": account "
                   PAY-ACCOUNT " covered " ODPS-SWEPT-AMOUNT
                   " from backup account " ODPS-BACKUP-ACCOUNT
               CALL 'DataProgram' USING 'READ  ', PAY-ACCOUNT,
                   ACCT-PASS-AREA, WS-DATA-RESULT
               MOVE PASS-BALANCE TO FINAL-BALANCE
               MOVE PASS-OD-LIMIT TO WS-OVERDRAFT-LIMIT
               PERFORM COMPUTE-AVAILABLE-FUNDS
           END-IF.

       POST-EXPORT-LEGS.
           MOVE PAY-ACCOUNT TO ACCOUNT-NUMBER
           MOVE 'PAYDB ' TO OPERATION-TYPE
           SUBTRACT AMOUNT FROM FINAL-BALANCE
           PERFORM WRITE-ACCOUNT-RECORD
           IF WS-DATA-RESULT NOT = '00'
               MOVE 'NO' TO WS-EXPORT-OK
           ELSE
               PERFORM APPEND-JOURNAL-RECORD
               MOVE WS-TXN-REFERENCE TO WS-PAIR-REFERENCE
               PERFORM POST-SETTLEMENT-LEG
               MOVE 0 TO WS-PAIR-REFERENCE
           END-IF.

       POST-SETTLEMENT-LEG.
           CALL 'DataProgram' USING 'READ  ', WS-SUSPENSE-ACCT,
               ACCT-PASS-AREA, WS-DATA-RESULT
           IF WS-DATA-RESULT NOT = '00'
                   "Escalate."
           ELSE
               MOVE PASS-BALANCE TO FINAL-BALANCE
               MOVE PASS-OD-LIMIT TO WS-OVERDRAFT-LIMIT
               ADD AMOUNT TO FINAL-BALANCE
               MOVE WS-SUSPENSE-ACCT TO ACCOUNT-NUMBER
               MOVE 'PAYSUS' TO OPERATION-TYPE
               PERFORM WRITE-ACCOUNT-RECORD
               IF WS-DATA-RESULT = '00'
                   PERFORM APPEND-JOURNAL-RECORD
               ELSE
                   DISPLAY "Suspense account " WS-SUSPENSE-ACCT
                       " - " WS-FAIL-REASON " - settlement leg NOT "
                       "posted. Escalate."
               END-IF
           END-IF.

       WRITE-ACCOUNT-RECORD.
           CALL 'TxnRefProgram' USING WS-TXN-REFERENCE
           IF WS-TXN-REFERENCE = 0
               MOVE '99' TO WS-DATA-RESULT
               MOVE 'NO TRANSACTION REFERENCE' TO WS-FAIL-REASON
           ELSE
               PERFORM WRITE-ACCOUNT-WITH-RETRY
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
               "since it was read - re-checking payment "
               PAY-NUMBER "."
           CALL 'DataProgram' USING 'READ  ', ACCOUNT-NUMBER,
               ACCT-PASS-AREA, WS-DATA-RESULT
           MOVE PASS-BALANCE TO FINAL-BALANCE
           MOVE PASS-OD-LIMIT TO WS-OVERDRAFT-LIMIT
           IF WS-DATA-RESULT NOT = '00'
               MOVE 'NO' TO WS-STALE-OK
               MOVE 'ACCOUNT NOT ON FILE' TO WS-FAIL-REASON
           ELSE
               IF OPERATION-TYPE = 'PAYDB '
                   AND PASS-STATUS NOT = 'A'
                   MOVE 'NO' TO WS-STALE-OK
                   MOVE 'ACCOUNT NOT ACTIVE' TO WS-FAIL-REASON
               END-IF
           END-IF
           IF WS-STALE-OK = 'YES'
               AND WS-STALE-RETRIES > WS-STALE-MAX
               MOVE 'NO' TO WS-STALE-OK
               MOVE 'ACCOUNT KEPT CHANGING' TO WS-FAIL-REASON
           END-IF
           IF WS-STALE-OK = 'YES'
               AND OPERATION-TYPE = 'PAYDB '
               PERFORM COMPUTE-AVAILABLE-FUNDS
               IF WS-AVAILABLE-FUNDS < AMOUNT
                   MOVE 'NO' TO WS-STALE-OK
                   MOVE 'INSUFFICIENT FUNDS' TO WS-FAIL-REASON
               END-IF
           END-IF
           IF WS-STALE-OK = 'YES'
               IF OPERATION-TYPE = 'PAYDB '
                   SUBTRACT AMOUNT FROM FINAL-BALANCE
               ELSE
                   ADD AMOUNT TO FINAL-BALANCE
               END-IF
               MOVE FINAL-BALANCE TO PASS-BALANCE
               MOVE WS-OVERDRAFT-LIMIT TO PASS-OD-LIMIT
               CALL 'DataProgram' USING 'WRITE ', ACCOUNT-NUMBER,
                   ACCT-PASS-AREA, WS-DATA-RESULT
           END-IF.

       COMPUTE-AVAILABLE-FUNDS.
           MOVE FINAL-BALANCE TO JNL-RESULT-BALANCE
           MOVE TELLER-ID TO JNL-TELLER
           MOVE 'N' TO JNL-CASH-IND
           MOVE WS-TXN-REFERENCE TO JNL-REFERENCE
           MOVE WS-PAIR-REFERENCE TO JNL-PAIR-REF
           MOVE 0 TO JNL-REVERSES-REF
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.
