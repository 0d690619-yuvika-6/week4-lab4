       01  WS-IX                   PIC 9(5).
       01  WS-FOUND-IX             PIC 9(5).

      *    Overdraft protection sweeps posted today: each backup
      *    debit (ODPDB) is matched to its cover credit (ODPCR)
      *    through the credit's pair reference.
       01  WS-SWEEP-COUNT          PIC 9(4) VALUE 0.
       01  WS-SWEEP-MAX            PIC 9(4) VALUE 1000.
       01  WS-SWEEP-TOTAL          PIC 9(8)V99 VALUE 0.
       01  WS-SWEEP-TABLE.
           05  WS-SWEEP-ENTRY OCCURS 1000 TIMES.
               10  WS-SWP-BACKUP      PIC 9(9).
               10  WS-SWP-ACCOUNT     PIC 9(9).
               10  WS-SWP-AMOUNT      PIC 9(6)V99.
               10  WS-SWP-DEBIT-REF   PIC 9(10).
               10  WS-SWP-CREDIT-REF  PIC 9(10).
       01  WS-SX                   PIC 9(4).

       COPY "txcpass.cpy".
       01  WS-TXC-RESULT           PIC XX.
       01  WS-UNKNOWN-CODE         PIC X(3) VALUE 'NO'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           DISPLAY "============================================"

           PERFORM SCAN-JOURNAL-ONE-PASS
           IF WS-UNKNOWN-CODE = 'YES'
               DISPLAY "END-OF-DAY REPORT NOT PRODUCED - correct "
                   "TXNCODE.DAT and rerun."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = '35'

           CLOSE ACCOUNT-FILE

           PERFORM REPORT-SWEEPS

           DISPLAY "============================================"
           DISPLAY "Accounts reported: " WS-GRAND-ACCOUNTS
           DISPLAY "Accounts flagged unusual: " WS-GRAND-UNUSUAL
           DISPLAY "Overdraft cover sweeps: " WS-SWEEP-COUNT
               " total " WS-SWEEP-TOTAL
           DISPLAY "============================================"
           GOBACK.


       SCAN-JOURNAL-ONE-PASS.
           DISPLAY "JOURNAL DETAIL"
           CALL 'TxnCodeProgram' USING 'LOAD  ', JNL-OPERATION,
               TXC-PASS-AREA, WS-TXC-RESULT
           MOVE 'NO' TO WS-EOF-JOURNAL
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
                       MOVE 'YES' TO WS-EOF-JOURNAL
                   NOT AT END
                       IF JNL-DATE = WS-TODAY
                           PERFORM CHECK-JOURNAL-CODE
                       END-IF
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
               IF TPAS-DIRECTION NOT = 'B'
                   PERFORM REPORT-JOURNAL-LINE
               END-IF
           END-IF.

       REPORT-JOURNAL-LINE.
           DISPLAY "  " JNL-ACCOUNT " " JNL-TIME " " JNL-OPERATION
               " " JNL-AMOUNT " -> balance " JNL-RESULT-BALANCE

           IF JNL-OPERATION = 'ODPDB ' OR 'ODPCR '
               PERFORM RECORD-SWEEP-LEG
           END-IF

           PERFORM FIND-DAY-ENTRY
           IF WS-FOUND-IX > 0
               ADD 1 TO WS-DAY-TXN-COUNT (WS-FOUND-IX)
               EVALUATE TPAS-DIRECTION
                   WHEN 'C'
                       ADD JNL-AMOUNT TO
                           WS-DAY-NET-CHANGE (WS-FOUND-IX)
                   WHEN 'D'
                       SUBTRACT JNL-AMOUNT FROM
                           WS-DAY-NET-CHANGE (WS-FOUND-IX)
                   WHEN OTHER
                   MOVE 0 TO WS-DAY-NET-CHANGE (WS-FOUND-IX)
               END-IF
           END-IF.

       RECORD-SWEEP-LEG.
           IF JNL-OPERATION = 'ODPDB '
               IF WS-SWEEP-COUNT >= WS-SWEEP-MAX
                   DISPLAY "Sweep table full - reference "
                       JNL-REFERENCE " not listed."
               ELSE
                   ADD 1 TO WS-SWEEP-COUNT
                   MOVE JNL-ACCOUNT TO WS-SWP-BACKUP (WS-SWEEP-COUNT)
                   MOVE 0 TO WS-SWP-ACCOUNT (WS-SWEEP-COUNT)
                   MOVE JNL-AMOUNT TO WS-SWP-AMOUNT (WS-SWEEP-COUNT)
                   MOVE JNL-REFERENCE
                       TO WS-SWP-DEBIT-REF (WS-SWEEP-COUNT)
                   MOVE 0 TO WS-SWP-CREDIT-REF (WS-SWEEP-COUNT)
                   ADD JNL-AMOUNT TO WS-SWEEP-TOTAL
               END-IF
           ELSE
               MOVE 1 TO WS-SX
               PERFORM UNTIL WS-SX > WS-SWEEP-COUNT
                   IF WS-SWP-DEBIT-REF (WS-SX) = JNL-PAIR-REF
                       MOVE JNL-ACCOUNT TO WS-SWP-ACCOUNT (WS-SX)
                       MOVE JNL-REFERENCE TO WS-SWP-CREDIT-REF (WS-SX)
                       MOVE WS-SWEEP-COUNT TO WS-SX
                   END-IF
                   ADD 1 TO WS-SX
               END-PERFORM
           END-IF.

       REPORT-SWEEPS.
           DISPLAY " "
           DISPLAY "OVERDRAFT PROTECTION SWEEPS"
           IF WS-SWEEP-COUNT = 0
               DISPLAY "  None."
           END-IF
           MOVE 1 TO WS-SX
           PERFORM UNTIL WS-SX > WS-SWEEP-COUNT
               IF WS-SWP-CREDIT-REF (WS-SX) > 0
                   DISPLAY "  From " WS-SWP-BACKUP (WS-SX) " to "
                       WS-SWP-ACCOUNT (WS-SX) " " WS-SWP-AMOUNT (WS-SX)
                       " refs " WS-SWP-DEBIT-REF (WS-SX) " / "
                       WS-SWP-CREDIT-REF (WS-SX)
               ELSE
                   DISPLAY "  From " WS-SWP-BACKUP (WS-SX) " "
                       WS-SWP-AMOUNT (WS-SX) " ref "
                       WS-SWP-DEBIT-REF (WS-SX)
                       " *** NO COVER CREDIT - ESCALATE ***"
               END-IF
               ADD 1 TO WS-SX
           END-PERFORM.
