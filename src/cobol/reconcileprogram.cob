       01  WS-IX                  PIC 9(5).
       01  WS-FOUND-IX            PIC 9(5).

       COPY "txcpass.cpy".
       01  WS-TXC-RESULT          PIC XX.
       01  WS-UNKNOWN-CODE        PIC X(3) VALUE 'NO'.

       01  WS-ACCOUNTS-CHECKED    PIC 9(6) VALUE 0.
       01  WS-ACCOUNTS-MISMATCHED PIC 9(6) VALUE 0.

           END-IF

           PERFORM REPLAY-JOURNAL-ONE-PASS
           IF WS-UNKNOWN-CODE = 'YES'
               DISPLAY "RECONCILIATION NOT RUN - correct TXNCODE.DAT "
                   "and rerun."
               CLOSE ACCOUNT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-EOF-ACCOUNTS = 'YES'
               READ ACCOUNT-FILE NEXT RECORD
           GOBACK.

       REPLAY-JOURNAL-ONE-PASS.
           CALL 'TxnCodeProgram' USING 'LOAD  ', JNL-OPERATION,
               TXC-PASS-AREA, WS-TXC-RESULT
           MOVE 'NO' TO WS-EOF-JOURNAL
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
           CLOSE JOURNAL-FILE.

       APPLY-JOURNAL-ENTRY.
           CALL 'TxnCodeProgram' USING 'LOOKUP', JNL-OPERATION,
               TXC-PASS-AREA, WS-TXC-RESULT
           IF WS-TXC-RESULT NOT = '00'
               DISPLAY "UNKNOWN TRANSACTION CODE " JNL-OPERATION
                   " on journal reference " JNL-REFERENCE
                   " (account " JNL-ACCOUNT ") - add it to "
                   "TXNCODE.DAT."
               MOVE 'YES' TO WS-UNKNOWN-CODE
               MOVE 'YES' TO WS-EOF-JOURNAL
           ELSE
               PERFORM FIND-REPLAY-ENTRY
           END-IF
           IF WS-UNKNOWN-CODE = 'NO' AND WS-FOUND-IX > 0
               EVALUATE TPAS-DIRECTION
                   WHEN 'B'
                       MOVE JNL-RESULT-BALANCE TO
                           WS-RPL-BALANCE (WS-FOUND-IX)
                   WHEN 'C'
                       ADD JNL-AMOUNT TO
                           WS-RPL-BALANCE (WS-FOUND-IX)
                   WHEN 'D'
                       SUBTRACT JNL-AMOUNT FROM
                           WS-RPL-BALANCE (WS-FOUND-IX)
                   WHEN OTHER
