       01  WS-BRANCH-STATUS      PIC XX.
       01  WS-DISP-STATUS        PIC XX.
       01  WS-JOURNAL-STATUS     PIC XX.
       01  WS-TXN-REFERENCE      PIC 9(10).
       01  WS-PAIR-REFERENCE     PIC 9(10) VALUE 0.
       01  WS-CKPT-STATUS        PIC XX.
       01  WS-REGISTER-STATUS    PIC XX.
       01  WS-EOF-BRANCH         PIC X(3) VALUE 'NO'.
       COPY "acctpass.cpy".
       01  WS-DATA-RESULT        PIC XX.
       01  WS-REJECT-REASON      PIC XX.
       01  WS-ITEM-REFERENCE     PIC 9(10).
       01  WS-CAP-OK             PIC X(3).
       01  WS-DEBITS-PROJECTED   PIC 9(7)V99.
       01  WS-STALE-RETRIES      PIC 9(2).
       01  WS-STALE-MAX          PIC 9(2) VALUE 5.

       COPY "odppass.cpy".
       01  WS-ODP-RESULT         PIC XX.

       01  WS-HOLD-SEQ           PIC 9(4).
       01  WS-HOLD-AMOUNT        PIC 9(6)V99.
       01  WS-ITEMS-READ         PIC 9(6) VALUE 0.
       01  WS-ITEMS-ACCEPTED     PIC 9(6) VALUE 0.
       01  WS-ITEMS-REJECTED     PIC 9(6) VALUE 0.
       01  WS-ITEMS-RECHECKED    PIC 9(6) VALUE 0.
       01  WS-ITEMS-COVERED      PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Items read:     " WS-ITEMS-READ
           DISPLAY "Items accepted: " WS-ITEMS-ACCEPTED
           DISPLAY "Items rejected: " WS-ITEMS-REJECTED
           DISPLAY "Items re-checked after a concurrent update: "
               WS-ITEMS-RECHECKED
           DISPLAY "Items covered from a backup account: "
               WS-ITEMS-COVERED
           DISPLAY "============================================"
           GOBACK.


       PROCESS-ONE-ITEM.
           MOVE '00' TO WS-REJECT-REASON
           MOVE 0 TO WS-ITEM-REFERENCE

           IF BTX-AMOUNT = 0 OR BTX-AMOUNT > WS-MAX-AMOUNT
               MOVE '01' TO WS-REJECT-REASON
                   MOVE '08' TO WS-REJECT-REASON
               ELSE
                   PERFORM WRITE-ACCOUNT-RECORD
                   IF WS-DATA-RESULT = '00'
                       PERFORM APPEND-JOURNAL-RECORD
                       MOVE WS-TXN-REFERENCE TO WS-ITEM-REFERENCE
                   END-IF
                   PERFORM CLEAR-CHECKPOINT
               END-IF
           END-IF.
           IF WS-REJECT-REASON = '00'
               PERFORM COMPUTE-AVAILABLE-FUNDS
               PERFORM CHECK-DAILY-DEBIT-CAP
               IF WS-AVAILABLE-FUNDS < AMOUNT
                   AND WS-CAP-OK = 'YES'
                   PERFORM REQUEST-OVERDRAFT-COVER
               END-IF
               IF WS-AVAILABLE-FUNDS < AMOUNT
                   MOVE '07' TO WS-REJECT-REASON
               ELSE
                       ELSE
                           ADD AMOUNT TO PASS-DEBITS-TODAY
                           PERFORM WRITE-ACCOUNT-RECORD
                           IF WS-DATA-RESULT = '00'
                               PERFORM APPEND-JOURNAL-RECORD
                               MOVE WS-TXN-REFERENCE
                                   TO WS-ITEM-REFERENCE
                           END-IF
                           PERFORM CLEAR-CHECKPOINT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REQUEST-OVERDRAFT-COVER.
           COMPUTE ODPS-SHORTFALL = AMOUNT - WS-AVAILABLE-FUNDS
           MOVE WS-BUSINESS-DATE TO ODPS-DATE
           MOVE TELLER-ID TO ODPS-TELLER
           CALL 'OverdraftCoverProgram' USING 'COVER ',
               ACCOUNT-NUMBER, ODP-PASS-AREA, WS-ODP-RESULT
           IF WS-ODP-RESULT = '00'
               ADD 1 TO WS-ITEMS-COVERED
               DISPLAY "Account " ACCOUNT-NUMBER " covered "
                   ODPS-SWEPT-AMOUNT " from backup account "
                   ODPS-BACKUP-ACCOUNT " (reference "
                   ODPS-CREDIT-REF ")."
               PERFORM READ-AND-CHECK-ACCOUNT
               PERFORM COMPUTE-AVAILABLE-FUNDS
               PERFORM CHECK-DAILY-DEBIT-CAP
           END-IF.

       APPLY-BATCH-TRANSFER.
           IF BTX-TO-ACCOUNT = BTX-ACCOUNT
               MOVE '09' TO WS-REJECT-REASON
           ELSE
               ADD AMOUNT TO PASS-DEBITS-TODAY
               PERFORM WRITE-ACCOUNT-RECORD
               IF WS-DATA-RESULT = '00'
                   PERFORM APPEND-JOURNAL-RECORD
                   PERFORM CLEAR-CHECKPOINT
                   PERFORM APPLY-TRANSFER-CREDIT-LEG
               ELSE
                   PERFORM CLEAR-CHECKPOINT
               END-IF
           END-IF.

       APPLY-TRANSFER-CREDIT-LEG.
           MOVE WS-TXN-REFERENCE TO WS-PAIR-REFERENCE
           MOVE WS-TXN-REFERENCE TO WS-ITEM-REFERENCE

           CALL 'DataProgram' USING 'READ  ', BTX-TO-ACCOUNT,
               ACCT-PASS-AREA, WS-DATA-RESULT
           MOVE PASS-BALANCE TO WS-TO-BALANCE
           MOVE PASS-OD-LIMIT TO WS-TO-OD-LIMIT
           MOVE WS-TO-BALANCE TO WS-PRE-BALANCE
           ADD AMOUNT TO WS-TO-BALANCE

           MOVE BTX-TO-ACCOUNT TO ACCOUNT-NUMBER
           MOVE 'XFRCR ' TO OPERATION-TYPE
           PERFORM SET-CHECKPOINT
           IF WS-CKPT-BLOCKED = 'Y'
               MOVE '11' TO WS-REJECT-REASON
               DISPLAY "Source " BTX-ACCOUNT " debited but "
                   "destination " BTX-TO-ACCOUNT " credit "
                   "blocked - transfer is PARTIAL. Do NOT "
                   "resubmit - escalate for manual repair."
               DISPLAY "  Repair by reversing debit reference "
                   WS-PAIR-REFERENCE "."
           ELSE
               MOVE WS-TO-BALANCE TO FINAL-BALANCE
               MOVE WS-TO-OD-LIMIT TO WS-OVERDRAFT-LIMIT
               PERFORM WRITE-ACCOUNT-RECORD
               IF WS-DATA-RESULT = '00'
                   PERFORM APPEND-JOURNAL-RECORD
               ELSE
                   MOVE '11' TO WS-REJECT-REASON
                   DISPLAY "Source " BTX-ACCOUNT " debited but "
                       "destination " BTX-TO-ACCOUNT " credit "
                       "not applied - transfer is PARTIAL. Do "
                       "NOT resubmit - escalate for manual "
                       "repair."
                   DISPLAY "  Repair by reversing debit "
                       "reference " WS-PAIR-REFERENCE "."
               END-IF
               PERFORM CLEAR-CHECKPOINT
           END-IF
           MOVE 0 TO WS-PAIR-REFERENCE.

       READ-AND-CHECK-ACCOUNT.
           CALL 'DataProgram' USING 'READ  ', ACCOUNT-NUMBER,
           END-IF.

       WRITE-ACCOUNT-RECORD.
           CALL 'TxnRefProgram' USING WS-TXN-REFERENCE
           IF WS-TXN-REFERENCE = 0
               MOVE '99' TO WS-DATA-RESULT
               MOVE '13' TO WS-REJECT-REASON
               DISPLAY "No transaction reference could be issued - "
                   "account " ACCOUNT-NUMBER " not updated."
           ELSE
               PERFORM WRITE-ACCOUNT-WITH-RETRY
           END-IF.

       WRITE-ACCOUNT-WITH-RETRY.
           MOVE FINAL-BALANCE TO PASS-BALANCE
           MOVE WS-OVERDRAFT-LIMIT TO PASS-OD-LIMIT
           CALL 'DataProgram' USING 'WRITE ', ACCOUNT-NUMBER,
               ACCT-PASS-AREA, WS-DATA-RESULT
           MOVE 0 TO WS-STALE-RETRIES
           IF WS-DATA-RESULT = '09'
               ADD 1 TO WS-ITEMS-RECHECKED
           END-IF
           PERFORM UNTIL WS-DATA-RESULT NOT = '09'
                   OR WS-REJECT-REASON NOT = '00'
               PERFORM REAPPLY-STALE-POSTING
           END-PERFORM
           IF WS-REJECT-REASON NOT = '00'
               MOVE '09' TO WS-DATA-RESULT
           END-IF.

       REAPPLY-STALE-POSTING.
           ADD 1 TO WS-STALE-RETRIES
           DISPLAY "Account " ACCOUNT-NUMBER " was updated elsewhere "
               "since it was read - re-checking the item."
           PERFORM READ-AND-CHECK-ACCOUNT
           IF WS-REJECT-REASON = '00'
               AND WS-STALE-RETRIES > WS-STALE-MAX
               MOVE '12' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = '00'
               AND (OPERATION-TYPE = 'DEBIT ' OR 'XFRDB ')
               PERFORM COMPUTE-AVAILABLE-FUNDS
               PERFORM CHECK-DAILY-DEBIT-CAP
               IF WS-AVAILABLE-FUNDS < AMOUNT
                   MOVE '07' TO WS-REJECT-REASON
               ELSE
                   IF WS-CAP-OK NOT = 'YES'
                       MOVE '10' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = '00'
               MOVE FINAL-BALANCE TO WS-PRE-BALANCE
               IF OPERATION-TYPE = 'DEBIT ' OR 'XFRDB '
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
           MOVE 0 TO WS-HOLD-TOTAL
               ADD 1 TO WS-ITEMS-REJECTED
           END-IF
           MOVE WS-REJECT-REASON TO DSP-REASON
           MOVE WS-ITEM-REFERENCE TO DSP-REFERENCE
           WRITE DISPOSITION-RECORD.

       SET-CHECKPOINT.
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
