       COPY "jrnlrec.cpy".

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD         PIC X(85).

       FD  BUSINESS-DATE-FILE.
       COPY "busidate.cpy".
       01  WS-BUSDATE-STATUS      PIC XX.
       01  WS-ACCOUNT-STATUS      PIC XX.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-TXN-REFERENCE       PIC 9(10).
       01  WS-ARCHIVE-STATUS      PIC XX.
       01  WS-CATALOG-STATUS      PIC XX.
       01  WS-MIN-DATE            PIC 9(8) VALUE 99999999.

       01  WS-RECORDS-ARCHIVED    PIC 9(6) VALUE 0.
       01  WS-CARRIES-WRITTEN     PIC 9(6) VALUE 0.
       01  WS-CARRIES-UNREFERENCED PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               GOBACK
           END-IF

           CALL 'TxnRefProgram' USING WS-TXN-REFERENCE
           IF WS-TXN-REFERENCE = 0
               DISPLAY "No transaction reference could be issued - "
                   "cutover NOT run. Repair TXNREF.DAT and rerun."
               CLOSE JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '35'
               OPEN OUTPUT ARCHIVE-FILE
           DISPLAY "============================================"
           DISPLAY "Records archived:        " WS-RECORDS-ARCHIVED
           DISPLAY "Carry-forwards written:  " WS-CARRIES-WRITTEN
           IF WS-CARRIES-UNREFERENCED > 0
               DISPLAY "Carry-forwards written WITHOUT a reference: "
                   WS-CARRIES-UNREFERENCED " - repair TXNREF.DAT."
               MOVE 16 TO RETURN-CODE
           END-IF
           DISPLAY "============================================"
           GOBACK.

           MOVE ACCT-BALANCE TO JNL-RESULT-BALANCE
           MOVE 'SYSTEM' TO JNL-TELLER
           MOVE SPACE TO JNL-CASH-IND
           CALL 'TxnRefProgram' USING WS-TXN-REFERENCE
           IF WS-TXN-REFERENCE = 0
               ADD 1 TO WS-CARRIES-UNREFERENCED
           END-IF
           MOVE WS-TXN-REFERENCE TO JNL-REFERENCE
           MOVE 0 TO JNL-PAIR-REF
           MOVE 0 TO JNL-REVERSES-REF
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-CARRIES-WRITTEN.
