               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT COLLISION-FILE ASSIGN TO "COLLISN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLLISION-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY "acctrec.cpy".

       FD  COLLISION-FILE.
       COPY "collrec.cpy".

       FD  BUSINESS-DATE-FILE.
       COPY "busidate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX.
       01  WS-COLLISION-STATUS    PIC XX.
       01  WS-BUSDATE-STATUS      PIC XX.
       01  WS-BUSINESS-DATE       PIC 9(8).

       LINKAGE SECTION.
       01  PASSED-FUNCTION        PIC X(6).
                   MOVE 0 TO ACCT-DAILY-DEBIT-LIMIT
                   MOVE 0 TO ACCT-DEBITS-DATE
                   MOVE 0 TO ACCT-DEBITS-TODAY
                   MOVE 0 TO ACCT-UPDATE-COUNT
           END-READ
           PERFORM MOVE-RECORD-TO-PASS-AREA.

               INVALID KEY
                   MOVE '23' TO PASSED-RESULT
           END-READ
           IF PASSED-RESULT = '00'
               IF PASS-UPDATE-COUNT NOT = ACCT-UPDATE-COUNT
                   MOVE '09' TO PASSED-RESULT
                   PERFORM LOG-COLLISION
               END-IF
           END-IF
           IF PASSED-RESULT = '00'
               MOVE PASS-BALANCE TO ACCT-BALANCE
               MOVE PASS-OD-LIMIT TO ACCT-OVERDRAFT-LIMIT
               MOVE PASS-DEBITS-DATE TO ACCT-DEBITS-DATE
               MOVE PASS-DEBITS-TODAY TO ACCT-DEBITS-TODAY
               PERFORM STEP-UPDATE-COUNT
               REWRITE ACCOUNT-RECORD
               MOVE ACCT-UPDATE-COUNT TO PASS-UPDATE-COUNT
           END-IF.

       STEP-UPDATE-COUNT.
           ADD 1 TO ACCT-UPDATE-COUNT
               ON SIZE ERROR
                   MOVE 1 TO ACCT-UPDATE-COUNT
           END-ADD.

       LOG-COLLISION.
           PERFORM LOAD-BUSINESS-DATE
           OPEN EXTEND COLLISION-FILE
           IF WS-COLLISION-STATUS = '35'
               OPEN OUTPUT COLLISION-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO COL-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO COL-TIME
           MOVE PASSED-ACCOUNT TO COL-ACCOUNT
           MOVE PASS-UPDATE-COUNT TO COL-COUNT-READ
           MOVE ACCT-UPDATE-COUNT TO COL-COUNT-ON-FILE
           MOVE PASS-BALANCE TO COL-STALE-BALANCE
           MOVE ACCT-BALANCE TO COL-FILE-BALANCE
           WRITE COLLISION-RECORD
           CLOSE COLLISION-FILE
           DISPLAY "DataProgram: account " PASSED-ACCOUNT
               " changed since it was read - stale write refused.".

       LOAD-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = '35'
               CONTINUE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       OPEN-NEW-ACCOUNT.
               MOVE PASS-DAILY-DEBIT-LIMIT TO ACCT-DAILY-DEBIT-LIMIT
               MOVE PASS-DEBITS-DATE TO ACCT-DEBITS-DATE
               MOVE PASS-DEBITS-TODAY TO ACCT-DEBITS-TODAY
               MOVE 0 TO ACCT-UPDATE-COUNT
               WRITE ACCOUNT-RECORD
                   INVALID KEY
                       MOVE '22' TO PASSED-RESULT
           END-READ
           IF PASSED-RESULT = '00'
               MOVE PASS-OD-LIMIT TO ACCT-OVERDRAFT-LIMIT
               PERFORM STEP-UPDATE-COUNT
               REWRITE ACCOUNT-RECORD
               PERFORM MOVE-RECORD-TO-PASS-AREA
           END-IF.
           END-READ
           IF PASSED-RESULT = '00'
               MOVE PASS-DAILY-DEBIT-LIMIT TO ACCT-DAILY-DEBIT-LIMIT
               PERFORM STEP-UPDATE-COUNT
               REWRITE ACCOUNT-RECORD
               PERFORM MOVE-RECORD-TO-PASS-AREA
           END-IF.
           END-READ
           IF PASSED-RESULT = '00'
               MOVE PASS-STATUS TO ACCT-STATUS
               PERFORM STEP-UPDATE-COUNT
               REWRITE ACCOUNT-RECORD
               PERFORM MOVE-RECORD-TO-PASS-AREA
           END-IF.
           MOVE ACCT-STATUS TO PASS-STATUS
           MOVE ACCT-DAILY-DEBIT-LIMIT TO PASS-DAILY-DEBIT-LIMIT
           MOVE ACCT-DEBITS-DATE TO PASS-DEBITS-DATE
           MOVE ACCT-DEBITS-TODAY TO PASS-DEBITS-TODAY
           MOVE ACCT-UPDATE-COUNT TO PASS-UPDATE-COUNT.
