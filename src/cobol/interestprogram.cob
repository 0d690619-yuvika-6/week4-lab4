       WORKING-STORAGE SECTION.
       01  WS-ACCRUAL-STATUS      PIC XX.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-TXN-REFERENCE       PIC 9(10).
      *    References for the interest and debit interest legs,
      *    taken before the account is written.
       01  WS-CR-REFERENCE        PIC 9(10).
       01  WS-DR-REFERENCE        PIC 9(10).
       01  WS-REFS-OK             PIC X(3).
       01  WS-BUSDATE-STATUS      PIC XX.
       01  WS-EOF-ACCRUALS        PIC X(3) VALUE 'NO'.

           END-IF.

       POST-CAPITALIZED-INTEREST.
           PERFORM RESERVE-INTEREST-REFERENCES
           IF WS-REFS-OK NOT = 'YES'
               DISPLAY "Account " WS-ACCOUNT-NUMBER
                   " - no transaction reference could be issued - "
                   "accrual held for the next run."
           ELSE
               PERFORM WRITE-CAPITALIZED-INTEREST
           END-IF.

       RESERVE-INTEREST-REFERENCES.
           MOVE 'YES' TO WS-REFS-OK
           MOVE 0 TO WS-CR-REFERENCE
           MOVE 0 TO WS-DR-REFERENCE
           IF WS-CR-POST > 0
               CALL 'TxnRefProgram' USING WS-CR-REFERENCE
               IF WS-CR-REFERENCE = 0
                   MOVE 'NO' TO WS-REFS-OK
               END-IF
           END-IF
           IF WS-DR-POST > 0
               AND WS-REFS-OK = 'YES'
               CALL 'TxnRefProgram' USING WS-DR-REFERENCE
               IF WS-DR-REFERENCE = 0
                   MOVE 'NO' TO WS-REFS-OK
               END-IF
           END-IF.

       WRITE-CAPITALIZED-INTEREST.
           MOVE PASS-BALANCE TO FINAL-BALANCE
           COMPUTE PASS-BALANCE =
               FINAL-BALANCE + WS-CR-POST - WS-DR-POST
           CALL 'DataProgram' USING 'WRITE ', WS-ACCOUNT-NUMBER,
               ACCT-PASS-AREA, WS-DATA-RESULT
           IF WS-DATA-RESULT NOT = '00'
               DISPLAY "Account " WS-ACCOUNT-NUMBER
                   " was updated elsewhere during capitalization - "
                   "accrual held for the next run."
           ELSE
               IF WS-CR-POST > 0
                   COMPUTE FINAL-BALANCE = FINAL-BALANCE + WS-CR-POST
                   MOVE 'INTRST' TO OPERATION-TYPE
                   MOVE WS-CR-REFERENCE TO WS-TXN-REFERENCE
                   MOVE WS-CR-POST TO WS-INTEREST-AMOUNT
                   PERFORM APPEND-INTEREST-JOURNAL-RECORD
                   ADD WS-CR-POST TO WS-CREDIT-TOTAL
               END-IF
               IF WS-DR-POST > 0
                   COMPUTE FINAL-BALANCE = FINAL-BALANCE - WS-DR-POST
                   MOVE 'DBINT ' TO OPERATION-TYPE
                   MOVE WS-DR-REFERENCE TO WS-TXN-REFERENCE
                   MOVE WS-DR-POST TO WS-INTEREST-AMOUNT
                   PERFORM APPEND-INTEREST-JOURNAL-RECORD
                   ADD WS-DR-POST TO WS-DEBIT-TOTAL
               END-IF

               COMPUTE IAC-CR-ACCRUED = IAC-CR-ACCRUED - WS-CR-POST
               COMPUTE IAC-DR-ACCRUED = IAC-DR-ACCRUED - WS-DR-POST
               REWRITE ACCRUAL-RECORD
               ADD 1 TO WS-ACCOUNTS-POSTED
               DISPLAY "Account " WS-ACCOUNT-NUMBER ": interest "
                   WS-CR-POST " debit interest " WS-DR-POST
                   " new balance " FINAL-BALANCE
           END-IF.

       APPEND-INTEREST-JOURNAL-RECORD.
           OPEN EXTEND JOURNAL-FILE
           MOVE FINAL-BALANCE TO JNL-RESULT-BALANCE
           MOVE 'SYSTEM' TO JNL-TELLER
           MOVE 'N' TO JNL-CASH-IND
           MOVE WS-TXN-REFERENCE TO JNL-REFERENCE
           MOVE 0 TO JNL-PAIR-REF
           MOVE 0 TO JNL-REVERSES-REF
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.
