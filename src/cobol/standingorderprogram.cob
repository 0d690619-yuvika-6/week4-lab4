       01  WS-NTC-TEXT           PIC X(40).
       01  WS-ORDER-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS     PIC XX.
       01  WS-TXN-REFERENCE      PIC 9(10).
       01  WS-PAIR-REFERENCE     PIC 9(10) VALUE 0.
       01  WS-BUSDATE-STATUS     PIC XX.
       01  WS-CKPT-STATUS        PIC XX.
       01  WS-EOF-ORDERS         PIC X(3) VALUE 'NO'.
       01  WS-FAIL-REASON        PIC X(30).
       01  WS-CAP-OK             PIC X(3).
       01  WS-DEBITS-PROJECTED   PIC 9(7)V99.
       01  WS-STALE-RETRIES      PIC 9(2).
       01  WS-STALE-MAX          PIC 9(2) VALUE 5.

       COPY "odppass.cpy".
       01  WS-ODP-RESULT         PIC XX.

       01  WS-HOLD-SEQ           PIC 9(4).
       01  WS-HOLD-AMOUNT        PIC 9(6)V99.
       01  WS-ORDERS-EXECUTED    PIC 9(6) VALUE 0.
       01  WS-ORDERS-FAILED      PIC 9(6) VALUE 0.
       01  WS-ORDERS-EXPIRED     PIC 9(6) VALUE 0.
       01  WS-ORDERS-COVERED     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Orders failed:   " WS-ORDERS-FAILED
               " (see exception lines above - held for retry)"
           DISPLAY "Orders expired:  " WS-ORDERS-EXPIRED
           DISPLAY "Orders covered from a backup account: "
               WS-ORDERS-COVERED
           DISPLAY "============================================"
           GOBACK.

           IF WS-EXEC-OK = 'YES'
               CALL 'DataProgram' USING 'READ  ', SO-SOURCE-ACCOUNT,
                   ACCT-PASS-AREA, WS-DATA-RESULT
               MOVE PASS-BALANCE TO FINAL-BALANCE
               MOVE PASS-OD-LIMIT TO WS-OVERDRAFT-LIMIT
               PERFORM COMPUTE-AVAILABLE-FUNDS
               PERFORM CHECK-DAILY-DEBIT-CAP
               IF WS-AVAILABLE-FUNDS < AMOUNT
                   AND WS-CAP-OK = 'YES'
                   PERFORM REQUEST-OVERDRAFT-COVER
               END-IF
               IF WS-AVAILABLE-FUNDS < AMOUNT
                   MOVE 'NO' TO WS-EXEC-OK
                   MOVE 'INSUFFICIENT FUNDS' TO WS-FAIL-REASON
               END-IF
           END-IF.

       REQUEST-OVERDRAFT-COVER.
           COMPUTE ODPS-SHORTFALL = AMOUNT - WS-AVAILABLE-FUNDS
           MOVE WS-BUSINESS-DATE TO ODPS-DATE
           MOVE TELLER-ID TO ODPS-TELLER
           CALL 'OverdraftCoverProgram' USING 'COVER ',
               SO-SOURCE-ACCOUNT, ODP-PASS-AREA, WS-ODP-RESULT
           IF WS-ODP-RESULT = '00'
               ADD 1 TO WS-ORDERS-COVERED
               DISPLAY "Order " SO-NUMBER ": source "
                   SO-SOURCE-ACCOUNT " covered " ODPS-SWEPT-AMOUNT
                   " from backup account " ODPS-BACKUP-ACCOUNT
               CALL 'DataProgram' USING 'READ  ', SO-SOURCE-ACCOUNT,
                   ACCT-PASS-AREA, WS-DATA-RESULT
               MOVE PASS-BALANCE TO FINAL-BALANCE
               MOVE PASS-OD-LIMIT TO WS-OVERDRAFT-LIMIT
               PERFORM COMPUTE-AVAILABLE-FUNDS
               PERFORM CHECK-DAILY-DEBIT-CAP
           END-IF.

       APPEND-NOTICE.
           CALL 'DataProgram' USING 'READ  ', SO-SOURCE-ACCOUNT,
               ACCT-PASS-AREA, WS-DATA-RESULT
               MOVE 'CHECKPOINT BLOCKED' TO WS-FAIL-REASON
           ELSE
               ADD AMOUNT TO PASS-DEBITS-TODAY
               PERFORM WRITE-ACCOUNT-RECORD
               IF WS-DATA-RESULT = '00'
                   PERFORM APPEND-JOURNAL-RECORD
                   PERFORM CLEAR-CHECKPOINT
                   PERFORM EXECUTE-CREDIT-LEG
               ELSE
                   PERFORM CLEAR-CHECKPOINT
               END-IF
           END-IF.

       EXECUTE-CREDIT-LEG.
           MOVE WS-TXN-REFERENCE TO WS-PAIR-REFERENCE

           CALL 'DataProgram' USING 'READ  ', SO-DEST-ACCOUNT,
               ACCT-PASS-AREA, WS-DATA-RESULT
           MOVE PASS-BALANCE TO WS-TO-BALANCE
           MOVE PASS-OD-LIMIT TO WS-TO-OD-LIMIT
           MOVE WS-TO-BALANCE TO WS-PRE-BALANCE
           ADD AMOUNT TO WS-TO-BALANCE

           MOVE SO-DEST-ACCOUNT TO ACCOUNT-NUMBER
           MOVE 'SOXFCR' TO OPERATION-TYPE
           PERFORM SET-CHECKPOINT
           IF WS-CKPT-BLOCKED = 'Y'
               MOVE 'NO' TO WS-EXEC-OK
               MOVE 'PARTIAL - ESCALATE' TO WS-FAIL-REASON
               DISPLAY "Source " SO-SOURCE-ACCOUNT " debited "
                   "but destination " SO-DEST-ACCOUNT " credit "
                   "blocked - order " SO-NUMBER " is PARTIAL. "
                   "Escalate for manual repair."
               DISPLAY "  Repair by reversing debit reference "
                   WS-PAIR-REFERENCE "."
           ELSE
               MOVE WS-TO-BALANCE TO FINAL-BALANCE
               MOVE WS-TO-OD-LIMIT TO WS-OVERDRAFT-LIMIT
               PERFORM WRITE-ACCOUNT-RECORD
               IF WS-DATA-RESULT = '00'
                   PERFORM APPEND-JOURNAL-RECORD
               ELSE
                   DISPLAY "Source " SO-SOURCE-ACCOUNT " debited "
                       "but destination " SO-DEST-ACCOUNT " credit "
                       "not applied (" WS-FAIL-REASON ") - order "
                       SO-NUMBER " is PARTIAL. Escalate for manual "
                       "repair."
                   MOVE 'PARTIAL - ESCALATE' TO WS-FAIL-REASON
                   DISPLAY "  Repair by reversing debit reference "
                       WS-PAIR-REFERENCE "."
               END-IF
               PERFORM CLEAR-CHECKPOINT
           END-IF
           MOVE 0 TO WS-PAIR-REFERENCE.

       WRITE-ACCOUNT-RECORD.
           CALL 'TxnRefProgram' USING WS-TXN-REFERENCE
           IF WS-TXN-REFERENCE = 0
               MOVE '99' TO WS-DATA-RESULT
               MOVE 'NO' TO WS-EXEC-OK
               MOVE 'NO TRANSACTION REFERENCE' TO WS-FAIL-REASON
           ELSE
               PERFORM WRITE-ACCOUNT-WITH-RETRY
           END-IF.

       WRITE-ACCOUNT-WITH-RETRY.
           MOVE FINAL-BALANCE TO PASS-BALANCE
           MOVE WS-OVERDRAFT-LIMIT TO PASS-OD-LIMIT
           CALL 'DataProgram' USING 'WRITE ', ACCOUNT-NUMBER,
               ACCT-PASS-AREA, WS-DATA-RESULT
           MOVE 0 TO WS-STALE-RETRIES
           PERFORM UNTIL WS-DATA-RESULT NOT = '09'
                   OR WS-EXEC-OK NOT = 'YES'
               PERFORM REAPPLY-STALE-POSTING
           END-PERFORM
           IF WS-EXEC-OK NOT = 'YES'
               MOVE '09' TO WS-DATA-RESULT
           END-IF.

       REAPPLY-STALE-POSTING.
           ADD 1 TO WS-STALE-RETRIES
           DISPLAY "Account " ACCOUNT-NUMBER " was updated elsewhere "
               "since it was read - re-checking order " SO-NUMBER "."
           CALL 'DataProgram' USING 'READ  ', ACCOUNT-NUMBER,
               ACCT-PASS-AREA, WS-DATA-RESULT
           MOVE PASS-BALANCE TO FINAL-BALANCE
           MOVE PASS-OD-LIMIT TO WS-OVERDRAFT-LIMIT
           IF WS-DATA-RESULT NOT = '00'
               MOVE 'NO' TO WS-EXEC-OK
               IF OPERATION-TYPE = 'SOXFCR'
                   MOVE 'DESTINATION NOT ON FILE' TO WS-FAIL-REASON
               ELSE
                   MOVE 'SOURCE NOT ON FILE' TO WS-FAIL-REASON
               END-IF
           ELSE
               IF PASS-STATUS NOT = 'A'
                   MOVE 'NO' TO WS-EXEC-OK
                   IF OPERATION-TYPE = 'SOXFCR'
                       MOVE 'DESTINATION NOT ACTIVE' TO WS-FAIL-REASON
                   ELSE
                       MOVE 'SOURCE NOT ACTIVE' TO WS-FAIL-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-EXEC-OK = 'YES'
               AND WS-STALE-RETRIES > WS-STALE-MAX
               MOVE 'NO' TO WS-EXEC-OK
               MOVE 'ACCOUNT KEPT CHANGING' TO WS-FAIL-REASON
           END-IF
           IF WS-EXEC-OK = 'YES'
               AND OPERATION-TYPE = 'SOXFDB'
               PERFORM COMPUTE-AVAILABLE-FUNDS
               PERFORM CHECK-DAILY-DEBIT-CAP
               IF WS-AVAILABLE-FUNDS < AMOUNT
                   MOVE 'NO' TO WS-EXEC-OK
                   MOVE 'INSUFFICIENT FUNDS' TO WS-FAIL-REASON
               ELSE
                   IF WS-CAP-OK NOT = 'YES'
                       MOVE 'NO' TO WS-EXEC-OK
                       MOVE 'DAILY DEBIT CAP' TO WS-FAIL-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-EXEC-OK = 'YES'
               MOVE FINAL-BALANCE TO WS-PRE-BALANCE
               IF OPERATION-TYPE = 'SOXFDB'
                   SUBTRACT AMOUNT FROM FINAL-BALANCE
                   ADD AMOUNT TO PASS-DEBITS-TODAY
               ELSE
                   ADD AMOUNT TO FINAL-BALANCE
               END-IF
               PERFORM RESTAMP-CHECKPOINT
               MOVE FINAL-BALANCE TO PASS-BALANCE
               MOVE WS-OVERDRAFT-LIMIT TO PASS-OD-LIMIT
               CALL 'DataProgram' USING 'WRITE ', ACCOUNT-NUMBER,
                   ACCT-PASS-AREA, WS-DATA-RESULT
           END-IF.

       COMPUTE-AVAILABLE-FUNDS.
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
           MOVE 'N' TO JNL-CASH-IND
           MOVE WS-TXN-REFERENCE TO JNL-REFERENCE
           MOVE WS-PAIR-REFERENCE TO JNL-PAIR-REF
           MOVE 0 TO JNL-REVERSES-REF
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.
