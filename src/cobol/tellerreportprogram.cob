       01  WS-TELLER-MAX          PIC 9(3) VALUE 100.
       01  WS-IX                  PIC 9(3).
       01  WS-FOUND-IX            PIC 9(3).
       01  WS-CODE-MAX            PIC 9(2) VALUE 20.
       01  WS-CX                  PIC 9(2).
       01  WS-FOUND-CX            PIC 9(2).

      *    One entry per teller, each holding a count and value
      *    for every customer-initiated code the teller posted,
      *    so a new code in TXNCODE.DAT is reported without a
      *    change here.
       01  WS-TELLER-TABLE.
           05  WS-TELLER-ENTRY OCCURS 100 TIMES.
               10  WS-TT-ID           PIC X(8).
               10  WS-TT-CODE-COUNT   PIC 9(2).
               10  WS-TT-CR-AMOUNT    PIC 9(8)V99.
               10  WS-TT-DB-AMOUNT    PIC 9(8)V99.
               10  WS-TT-CODE OCCURS 20 TIMES.
                   15  WS-TC-OPERATION    PIC X(6).
                   15  WS-TC-DESCRIPTION  PIC X(30).
                   15  WS-TC-COUNT        PIC 9(6).
                   15  WS-TC-AMOUNT       PIC 9(8)V99.

       COPY "txcpass.cpy".
       01  WS-TXC-RESULT          PIC XX.
       01  WS-UNKNOWN-CODE        PIC X(3) VALUE 'NO'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               GOBACK
           END-IF

           CALL 'TxnCodeProgram' USING 'LOAD  ', JNL-OPERATION,
               TXC-PASS-AREA, WS-TXC-RESULT

           PERFORM UNTIL WS-EOF-JOURNAL = 'YES'
               READ JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-JOURNAL
                   NOT AT END
                       IF JNL-DATE = WS-TODAY
                           PERFORM CHECK-JOURNAL-CODE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE

           IF WS-UNKNOWN-CODE = 'YES'
               DISPLAY "TELLER REPORT NOT PRODUCED - correct "
                   "TXNCODE.DAT and rerun."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PRINT-TELLER-TOTALS

           DISPLAY "============================================"
               CLOSE BUSINESS-DATE-FILE
           END-IF.

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
                   AND JNL-TELLER NOT = 'SYSTEM'
                   PERFORM ACCUMULATE-TELLER-LINE
               END-IF
           END-IF.

       ACCUMULATE-TELLER-LINE.
           MOVE 0 TO WS-FOUND-IX
           MOVE 1 TO WS-IX
                   ADD 1 TO WS-TELLER-COUNT
                   MOVE WS-TELLER-COUNT TO WS-FOUND-IX
                   MOVE JNL-TELLER TO WS-TT-ID (WS-FOUND-IX)
                   MOVE 0 TO WS-TT-CODE-COUNT (WS-FOUND-IX)
                   MOVE 0 TO WS-TT-CR-AMOUNT (WS-FOUND-IX)
                   MOVE 0 TO WS-TT-DB-AMOUNT (WS-FOUND-IX)
               END-IF
           END-IF

           IF WS-FOUND-IX > 0
               PERFORM FIND-TELLER-CODE
           END-IF

           IF WS-FOUND-IX > 0 AND WS-FOUND-CX > 0
               ADD 1 TO WS-TC-COUNT (WS-FOUND-IX, WS-FOUND-CX)
               ADD JNL-AMOUNT TO
                   WS-TC-AMOUNT (WS-FOUND-IX, WS-FOUND-CX)
               EVALUATE TPAS-DIRECTION
                   WHEN 'C'
                       ADD JNL-AMOUNT TO WS-TT-CR-AMOUNT (WS-FOUND-IX)
                   WHEN 'D'
                       ADD JNL-AMOUNT TO WS-TT-DB-AMOUNT (WS-FOUND-IX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       FIND-TELLER-CODE.
           MOVE 0 TO WS-FOUND-CX
           MOVE 1 TO WS-CX
           PERFORM UNTIL WS-CX > WS-TT-CODE-COUNT (WS-FOUND-IX)
               IF WS-TC-OPERATION (WS-FOUND-IX, WS-CX) =
                   JNL-OPERATION
                   MOVE WS-CX TO WS-FOUND-CX
                   MOVE WS-TT-CODE-COUNT (WS-FOUND-IX) TO WS-CX
               END-IF
               ADD 1 TO WS-CX
           END-PERFORM

           IF WS-FOUND-CX = 0
               IF WS-TT-CODE-COUNT (WS-FOUND-IX) >= WS-CODE-MAX
                   DISPLAY "Code table full for teller "
                       JNL-TELLER " - " JNL-OPERATION
                       " not reported."
               ELSE
                   ADD 1 TO WS-TT-CODE-COUNT (WS-FOUND-IX)
                   MOVE WS-TT-CODE-COUNT (WS-FOUND-IX) TO WS-FOUND-CX
                   MOVE JNL-OPERATION TO
                       WS-TC-OPERATION (WS-FOUND-IX, WS-FOUND-CX)
                   MOVE TPAS-DESCRIPTION TO
                       WS-TC-DESCRIPTION (WS-FOUND-IX, WS-FOUND-CX)
                   MOVE 0 TO WS-TC-COUNT (WS-FOUND-IX, WS-FOUND-CX)
                   MOVE 0 TO WS-TC-AMOUNT (WS-FOUND-IX, WS-FOUND-CX)
               END-IF
           END-IF.

       PRINT-TELLER-TOTALS.
           IF WS-TELLER-COUNT = 0
               DISPLAY "No teller activity found for today."
           PERFORM UNTIL WS-IX > WS-TELLER-COUNT
               DISPLAY " "
               DISPLAY "Teller: " WS-TT-ID (WS-IX)
               MOVE 1 TO WS-CX
               PERFORM UNTIL WS-CX > WS-TT-CODE-COUNT (WS-IX)
                   DISPLAY "  " WS-TC-OPERATION (WS-IX, WS-CX)
                       " count " WS-TC-COUNT (WS-IX, WS-CX)
                       " value " WS-TC-AMOUNT (WS-IX, WS-CX)
                       "  " WS-TC-DESCRIPTION (WS-IX, WS-CX)
                   ADD 1 TO WS-CX
               END-PERFORM
               DISPLAY "  Credits total " WS-TT-CR-AMOUNT (WS-IX)
                   "  Debits total " WS-TT-DB-AMOUNT (WS-IX)
               ADD 1 TO WS-IX
           END-PERFORM.
