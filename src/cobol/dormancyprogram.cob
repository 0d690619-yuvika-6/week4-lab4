       01  WS-NTC-TEXT            PIC X(40).
       01  WS-ACCOUNT-STATUS      PIC XX.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-TXN-REFERENCE       PIC 9(10).
       01  WS-CONFIG-STATUS       PIC XX.
       01  WS-BUSDATE-STATUS      PIC XX.
       01  WS-EOF-ACCOUNTS        PIC X(3) VALUE 'NO'.
       COPY "acctpass.cpy".
       01  WS-DATA-RESULT         PIC XX.

       COPY "txcpass.cpy".
       01  WS-TXC-RESULT          PIC XX.
       01  WS-UNKNOWN-CODE        PIC X(3) VALUE 'NO'.

       01  WS-ACCOUNTS-SWEPT      PIC 9(6) VALUE 0.
       01  WS-ACCOUNTS-DORMANT    PIC 9(6) VALUE 0.
       01  WS-FEES-POSTED         PIC 9(6) VALUE 0.
           PERFORM LOAD-DORMANT-CONFIG
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM BUILD-ACTIVITY-TABLE
           IF WS-UNKNOWN-CODE = 'YES'
               DISPLAY "DORMANT ACCOUNT REVIEW NOT RUN - correct "
                   "TXNCODE.DAT and rerun."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "============================================"
           DISPLAY "DORMANT ACCOUNT REVIEW - " WS-BUSINESS-DATE
           END-IF.

       BUILD-ACTIVITY-TABLE.
           CALL 'TxnCodeProgram' USING 'LOAD  ', JNL-OPERATION,
               TXC-PASS-AREA, WS-TXC-RESULT
           MOVE 'NO' TO WS-EOF-JOURNAL
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
                   AT END
                       MOVE 'YES' TO WS-EOF-JOURNAL
                   NOT AT END
                       PERFORM CHECK-JOURNAL-CODE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       CHECK-JOURNAL-CODE.
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
               IF TPAS-CUSTOMER-FLAG = 'Y'
                   PERFORM NOTE-ACCOUNT-ACTIVITY
               END-IF
           END-IF.

       NOTE-ACCOUNT-ACTIVITY.
           MOVE 0 TO WS-FOUND-IX
           MOVE 1 TO WS-IX
                           "overdraft floor (balance "
                           FINAL-BALANCE ")."
                   ELSE
                       CALL 'TxnRefProgram' USING WS-TXN-REFERENCE
                       IF WS-TXN-REFERENCE = 0
                           DISPLAY "  Fee not posted - no transaction "
                               "reference could be issued."
                       ELSE
                           PERFORM WRITE-SERVICE-FEE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-SERVICE-FEE.
           MOVE WS-SERVICE-FEE TO AMOUNT
           SUBTRACT AMOUNT FROM FINAL-BALANCE
           MOVE FINAL-BALANCE TO PASS-BALANCE
           CALL 'DataProgram' USING 'WRITE ',
               WS-ACCOUNT-NUMBER, ACCT-PASS-AREA,
               WS-DATA-RESULT
           IF WS-DATA-RESULT NOT = '00'
               DISPLAY "  Fee not posted - account was "
                   "updated elsewhere during the sweep."
           ELSE
               PERFORM POST-SERVICE-FEE
           END-IF.

       POST-SERVICE-FEE.
           MOVE 'SVCFEE' TO OPERATION-TYPE
           PERFORM APPEND-JOURNAL-RECORD
           ADD 1 TO WS-FEES-POSTED
           MOVE 'SVCFEE' TO WS-NTC-CODE
           MOVE AMOUNT TO WS-NTC-AMOUNT
           MOVE 'DORMANCY SERVICE FEE CHARGED' TO WS-NTC-TEXT
           PERFORM APPEND-NOTICE
           DISPLAY "  Service fee " AMOUNT
               " posted - new balance " FINAL-BALANCE.

       APPEND-NOTICE.
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-STATUS = '35'
           MOVE FINAL-BALANCE TO JNL-RESULT-BALANCE
           MOVE TELLER-ID TO JNL-TELLER
           MOVE 'N' TO JNL-CASH-IND
           MOVE WS-TXN-REFERENCE TO JNL-REFERENCE
           MOVE 0 TO JNL-PAIR-REF
           MOVE 0 TO JNL-REVERSES-REF
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.
