       01  WS-RETURNS-STATUS      PIC XX.
       01  WS-PAYCFG-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-TXN-REFERENCE       PIC 9(10).
       01  WS-BUSDATE-STATUS      PIC XX.
       01  WS-EOF-INBOUND         PIC X(3) VALUE 'NO'.

       01  WS-ITEMS-APPLIED       PIC 9(6) VALUE 0.
       01  WS-ITEMS-SUSPENSE      PIC 9(6) VALUE 0.
       01  WS-ITEMS-RETURNED      PIC 9(6) VALUE 0.
       01  WS-ITEMS-ESCALATED     PIC 9(6) VALUE 0.

      *    Re-check of an item whose account was updated elsewhere
      *    between our read and our write. WS-STALE-REASON carries
      *    the return reason found on the re-check, or '99' when the
      *    account kept changing and the item must be posted by hand
      *    ('98' when no transaction reference could be issued).
       01  WS-STALE-OK            PIC X(3).
       01  WS-STALE-REASON        PIC XX.
       01  WS-STALE-RETRIES       PIC 9(2).
       01  WS-STALE-MAX           PIC 9(2) VALUE 5.
       01  WS-RETURN-COUNT        PIC 9(6) VALUE 0.
       01  WS-RETURN-HASH         PIC 9(11)V99 VALUE 0.

           DISPLAY "Items applied:     " WS-ITEMS-APPLIED
           DISPLAY "Items to suspense: " WS-ITEMS-SUSPENSE
           DISPLAY "Items returned:    " WS-ITEMS-RETURNED
           DISPLAY "Items to escalate: " WS-ITEMS-ESCALATED
           DISPLAY "============================================"
           GOBACK.

       APPLY-INBOUND-CREDIT.
           IF WS-RETURN-REASON = '00'
               MOVE CLR-OUR-ACCOUNT TO ACCOUNT-NUMBER
               MOVE 'CLRCR ' TO OPERATION-TYPE
               ADD AMOUNT TO FINAL-BALANCE
               PERFORM WRITE-ACCOUNT-RECORD
               IF WS-DATA-RESULT = '00'
                   PERFORM APPEND-JOURNAL-RECORD
                   ADD 1 TO WS-ITEMS-APPLIED
               ELSE
                   MOVE WS-STALE-REASON TO WS-RETURN-REASON
                   IF WS-RETURN-REASON = '99' OR '98'
                       PERFORM POST-CREDIT-TO-SUSPENSE
                       PERFORM REPORT-ESCALATED-ITEM
                   END-IF
               END-IF
           END-IF
           IF WS-RETURN-REASON NOT = '00'
               AND WS-RETURN-REASON NOT = '99'
               AND WS-RETURN-REASON NOT = '98'
               PERFORM POST-CREDIT-TO-SUSPENSE
               PERFORM WRITE-RETURN-ITEM
           END-IF.
           END-IF
           IF WS-RETURN-REASON = '00'
               MOVE CLR-OUR-ACCOUNT TO ACCOUNT-NUMBER
               MOVE 'CLRDB ' TO OPERATION-TYPE
               SUBTRACT AMOUNT FROM FINAL-BALANCE
               PERFORM WRITE-ACCOUNT-RECORD
               IF WS-DATA-RESULT = '00'
                   PERFORM APPEND-JOURNAL-RECORD
                   ADD 1 TO WS-ITEMS-APPLIED
               ELSE
                   MOVE WS-STALE-REASON TO WS-RETURN-REASON
                   IF WS-RETURN-REASON = '99' OR '98'
                       PERFORM REPORT-ESCALATED-ITEM
                   END-IF
               END-IF
           END-IF
           IF WS-RETURN-REASON NOT = '00'
               AND WS-RETURN-REASON NOT = '99'
               AND WS-RETURN-REASON NOT = '98'
               PERFORM WRITE-RETURN-ITEM
           END-IF.

       REPORT-ESCALATED-ITEM.
           ADD 1 TO WS-ITEMS-ESCALATED
           IF WS-RETURN-REASON = '98'
               DISPLAY "*** EXCEPTION *** Item " CLR-REFERENCE
                   " for account " CLR-OUR-ACCOUNT " " CLR-DC " "
                   CLR-AMOUNT " - no transaction reference could be "
                   "issued."
           ELSE
               DISPLAY "*** EXCEPTION *** Item " CLR-REFERENCE
                   " for account " CLR-OUR-ACCOUNT " " CLR-DC " "
                   CLR-AMOUNT " - account kept changing during "
                   "posting."
           END-IF
           DISPLAY "  Item NOT applied to the account and NOT "
               "returned - apply it manually. Escalate.".

       WRITE-ACCOUNT-RECORD.
           CALL 'TxnRefProgram' USING WS-TXN-REFERENCE
           IF WS-TXN-REFERENCE = 0
               MOVE '99' TO WS-DATA-RESULT
               MOVE '98' TO WS-STALE-REASON
           ELSE
               PERFORM WRITE-ACCOUNT-WITH-RETRY
           END-IF.

       WRITE-ACCOUNT-WITH-RETRY.
           MOVE FINAL-BALANCE TO PASS-BALANCE
           MOVE WS-OVERDRAFT-LIMIT TO PASS-OD-LIMIT
           CALL 'DataProgram' USING 'WRITE ', ACCOUNT-NUMBER,
               ACCT-PASS-AREA, WS-DATA-RESULT
           MOVE 'YES' TO WS-STALE-OK
           MOVE '00' TO WS-STALE-REASON
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
               "since it was read - re-checking the item."
           CALL 'DataProgram' USING 'READ  ', ACCOUNT-NUMBER,
               ACCT-PASS-AREA, WS-DATA-RESULT
           MOVE PASS-BALANCE TO FINAL-BALANCE
           MOVE PASS-OD-LIMIT TO WS-OVERDRAFT-LIMIT
           IF WS-DATA-RESULT NOT = '00'
               MOVE 'NO' TO WS-STALE-OK
               MOVE '03' TO WS-STALE-REASON
           ELSE
               IF OPERATION-TYPE NOT = 'CLRSUS'
                   AND PASS-STATUS NOT = 'A'
                   MOVE 'NO' TO WS-STALE-OK
                   MOVE '04' TO WS-STALE-REASON
               END-IF
           END-IF
           IF WS-STALE-OK = 'YES'
               AND WS-STALE-RETRIES > WS-STALE-MAX
               MOVE 'NO' TO WS-STALE-OK
               MOVE '99' TO WS-STALE-REASON
           END-IF
           IF WS-STALE-OK = 'YES'
               AND OPERATION-TYPE = 'CLRDB '
               PERFORM CHECK-DEBIT-FUNDS
               IF WS-RETURN-REASON NOT = '00'
                   MOVE 'NO' TO WS-STALE-OK
                   MOVE WS-RETURN-REASON TO WS-STALE-REASON
                   MOVE '00' TO WS-RETURN-REASON
               END-IF
           END-IF
           IF WS-STALE-OK = 'YES'
               IF OPERATION-TYPE = 'CLRDB '
                   SUBTRACT AMOUNT FROM FINAL-BALANCE
               ELSE
                   ADD AMOUNT TO FINAL-BALANCE
               END-IF
               MOVE FINAL-BALANCE TO PASS-BALANCE
               MOVE WS-OVERDRAFT-LIMIT TO PASS-OD-LIMIT
               CALL 'DataProgram' USING 'WRITE ', ACCOUNT-NUMBER,
                   ACCT-PASS-AREA, WS-DATA-RESULT
           END-IF.

       CHECK-DEBIT-FUNDS.
           MOVE 0 TO WS-HOLD-TOTAL
           CALL 'HoldProgram' USING 'SUMACT', CLR-OUR-ACCOUNT,
                   " is not on file - item NOT posted. Escalate."
           ELSE
               MOVE PASS-BALANCE TO FINAL-BALANCE
               MOVE PASS-OD-LIMIT TO WS-OVERDRAFT-LIMIT
               ADD AMOUNT TO FINAL-BALANCE
               MOVE WS-SUSPENSE-ACCT TO ACCOUNT-NUMBER
               MOVE 'CLRSUS' TO OPERATION-TYPE
               PERFORM WRITE-ACCOUNT-RECORD
               IF WS-DATA-RESULT = '00'
                   PERFORM APPEND-JOURNAL-RECORD
                   ADD 1 TO WS-ITEMS-SUSPENSE
                   IF WS-RETURN-REASON = '99' OR '98'
                       DISPLAY "Item for account " CLR-OUR-ACCOUNT
                           " posted to suspense pending manual "
                           "posting."
                   ELSE
                       DISPLAY "Item for account " CLR-OUR-ACCOUNT
                           " (reason " WS-RETURN-REASON ") posted "
                           "to suspense pending return."
                   END-IF
               ELSE
                   DISPLAY "Suspense account " WS-SUSPENSE-ACCT
                       " could not be updated - item NOT posted. "
                       "Escalate."
               END-IF
           END-IF.

       WRITE-RETURN-ITEM.
           MOVE FINAL-BALANCE TO JNL-RESULT-BALANCE
           MOVE TELLER-ID TO JNL-TELLER
           MOVE 'N' TO JNL-CASH-IND
           MOVE WS-TXN-REFERENCE TO JNL-REFERENCE
           MOVE 0 TO JNL-PAIR-REF
           MOVE 0 TO JNL-REVERSES-REF
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.
