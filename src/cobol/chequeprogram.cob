       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChequeProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-BOOK-FILE ASSIGN TO "CHQBOOK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHB-KEY
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT CHEQUE-STOP-FILE ASSIGN TO "CHQSTOP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHS-KEY
               FILE STATUS IS WS-STOP-STATUS.

           SELECT CHEQUE-PAID-FILE ASSIGN TO "CHQPAID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHP-KEY
               FILE STATUS IS WS-PAID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-BOOK-FILE.
       COPY "chqbook.cpy".

       FD  CHEQUE-STOP-FILE.
       COPY "chqstop.cpy".

       FD  CHEQUE-PAID-FILE.
       COPY "chqpaid.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS         PIC XX.
       01  WS-STOP-STATUS         PIC XX.
       01  WS-PAID-STATUS         PIC XX.
       01  WS-EOF-BOOKS           PIC X(3).
       01  WS-EOF-STOPS           PIC X(3).
       01  WS-BOOK-FOUND          PIC X(3).
       01  WS-STOP-FOUND          PIC X(3).
       01  WS-PAID-FOUND          PIC X(3).
       01  WS-HIGH-SEQ            PIC 9(4).
      *    One wider than a serial so stepping past serial 999999
      *    ends the range walk instead of wrapping to zero.
       01  WS-SERIAL              PIC 9(7).

       LINKAGE SECTION.
       01  PASSED-FUNCTION        PIC X(6).
       01  PASSED-ACCOUNT         PIC 9(9).
       COPY "chqpass.cpy".
       01  PASSED-RESULT          PIC XX.

       PROCEDURE DIVISION USING PASSED-FUNCTION, PASSED-ACCOUNT,
               CHQ-PASS-AREA, PASSED-RESULT.
       MAIN-LOGIC.
           PERFORM OPEN-CHEQUE-FILES
           MOVE '00' TO PASSED-RESULT

           EVALUATE PASSED-FUNCTION
               WHEN 'ISSUE '
                   PERFORM ISSUE-BOOK
               WHEN 'STOP  '
                   PERFORM PLACE-STOP
               WHEN 'LIFT  '
                   PERFORM LIFT-STOP
               WHEN 'CHECK '
                   PERFORM CHECK-SERIAL
               WHEN 'PAID  '
                   PERFORM RECORD-PAID
               WHEN OTHER
                   DISPLAY "ChequeProgram: unknown function "
                       PASSED-FUNCTION
                   MOVE '99' TO PASSED-RESULT
           END-EVALUATE

           CLOSE CHEQUE-BOOK-FILE
           CLOSE CHEQUE-STOP-FILE
           CLOSE CHEQUE-PAID-FILE
           GOBACK.

       OPEN-CHEQUE-FILES.
           OPEN I-O CHEQUE-BOOK-FILE
           IF WS-BOOK-STATUS = '35'
               OPEN OUTPUT CHEQUE-BOOK-FILE
               CLOSE CHEQUE-BOOK-FILE
               OPEN I-O CHEQUE-BOOK-FILE
           END-IF
           OPEN I-O CHEQUE-STOP-FILE
           IF WS-STOP-STATUS = '35'
               OPEN OUTPUT CHEQUE-STOP-FILE
               CLOSE CHEQUE-STOP-FILE
               OPEN I-O CHEQUE-STOP-FILE
           END-IF
           OPEN I-O CHEQUE-PAID-FILE
           IF WS-PAID-STATUS = '35'
               OPEN OUTPUT CHEQUE-PAID-FILE
               CLOSE CHEQUE-PAID-FILE
               OPEN I-O CHEQUE-PAID-FILE
           END-IF.

       ISSUE-BOOK.
           PERFORM START-BOOKS-AT-ACCOUNT
           PERFORM UNTIL WS-EOF-BOOKS = 'YES'
               READ CHEQUE-BOOK-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-BOOKS
                   NOT AT END
                       IF CHB-ACCOUNT NOT = PASSED-ACCOUNT
                           MOVE 'YES' TO WS-EOF-BOOKS
                       ELSE
                           IF CHB-FIRST-SERIAL <= CQPS-LAST-SERIAL
                               AND CHB-LAST-SERIAL >=
                                   CQPS-FIRST-SERIAL
                               MOVE '22' TO PASSED-RESULT
                               MOVE 'YES' TO WS-EOF-BOOKS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF PASSED-RESULT = '00'
               MOVE PASSED-ACCOUNT TO CHB-ACCOUNT
               MOVE CQPS-FIRST-SERIAL TO CHB-FIRST-SERIAL
               MOVE CQPS-LAST-SERIAL TO CHB-LAST-SERIAL
               MOVE CQPS-DATE TO CHB-ISSUE-DATE
               MOVE CQPS-TELLER TO CHB-TELLER
               WRITE CHEQUE-BOOK-RECORD
                   INVALID KEY
                       MOVE '22' TO PASSED-RESULT
               END-WRITE
           END-IF.

       PLACE-STOP.
           IF CQPS-FIRST-SERIAL = CQPS-LAST-SERIAL
               MOVE CQPS-FIRST-SERIAL TO WS-SERIAL
               PERFORM READ-PAID-SERIAL
               IF WS-PAID-FOUND = 'YES'
                   MOVE '24' TO PASSED-RESULT
                   MOVE CHP-PAID-DATE TO CQPS-DATE
                   MOVE CHP-AMOUNT TO CQPS-AMOUNT
               END-IF
           END-IF

           MOVE CQPS-FIRST-SERIAL TO WS-SERIAL
           PERFORM UNTIL WS-SERIAL > CQPS-LAST-SERIAL
                   OR PASSED-RESULT NOT = '00'
               PERFORM FIND-BOOK-FOR-SERIAL
               IF WS-BOOK-FOUND = 'YES'
                   COMPUTE WS-SERIAL = CHB-LAST-SERIAL + 1
               ELSE
                   MOVE '23' TO PASSED-RESULT
               END-IF
           END-PERFORM

           MOVE 0 TO WS-HIGH-SEQ
           IF PASSED-RESULT = '00'
               PERFORM START-STOPS-AT-ACCOUNT
               PERFORM UNTIL WS-EOF-STOPS = 'YES'
                   READ CHEQUE-STOP-FILE NEXT RECORD
                       AT END
                           MOVE 'YES' TO WS-EOF-STOPS
                       NOT AT END
                           IF CHS-ACCOUNT NOT = PASSED-ACCOUNT
                               MOVE 'YES' TO WS-EOF-STOPS
                           ELSE
                               MOVE CHS-SEQ TO WS-HIGH-SEQ
                               IF CHS-STATUS = 'A'
                                   AND CHS-FIRST-SERIAL <=
                                       CQPS-LAST-SERIAL
                                   AND CHS-LAST-SERIAL >=
                                       CQPS-FIRST-SERIAL
                                   MOVE '22' TO PASSED-RESULT
                                   MOVE CHS-SEQ TO CQPS-STOP-SEQ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF PASSED-RESULT = '00'
               ADD 1 TO WS-HIGH-SEQ
               MOVE PASSED-ACCOUNT TO CHS-ACCOUNT
               MOVE WS-HIGH-SEQ TO CHS-SEQ
               MOVE CQPS-FIRST-SERIAL TO CHS-FIRST-SERIAL
               MOVE CQPS-LAST-SERIAL TO CHS-LAST-SERIAL
               MOVE CQPS-DATE TO CHS-PLACED-DATE
               MOVE CQPS-TELLER TO CHS-PLACED-TELLER
               MOVE 'A' TO CHS-STATUS
               MOVE 0 TO CHS-LIFTED-DATE
               MOVE SPACES TO CHS-LIFTED-TELLER
               WRITE CHEQUE-STOP-RECORD
                   INVALID KEY
                       MOVE '22' TO PASSED-RESULT
               END-WRITE
               MOVE WS-HIGH-SEQ TO CQPS-STOP-SEQ
           END-IF.

       LIFT-STOP.
           MOVE CQPS-FIRST-SERIAL TO WS-SERIAL
           PERFORM FIND-ACTIVE-STOP
           IF WS-STOP-FOUND NOT = 'YES'
               MOVE '23' TO PASSED-RESULT
           ELSE
               MOVE 'L' TO CHS-STATUS
               MOVE CQPS-DATE TO CHS-LIFTED-DATE
               MOVE CQPS-TELLER TO CHS-LIFTED-TELLER
               REWRITE CHEQUE-STOP-RECORD
                   INVALID KEY
                       MOVE '23' TO PASSED-RESULT
               END-REWRITE
               MOVE CHS-SEQ TO CQPS-STOP-SEQ
               MOVE CHS-FIRST-SERIAL TO CQPS-FIRST-SERIAL
               MOVE CHS-LAST-SERIAL TO CQPS-LAST-SERIAL
           END-IF.

       CHECK-SERIAL.
           MOVE CQPS-FIRST-SERIAL TO WS-SERIAL
           PERFORM FIND-BOOK-FOR-SERIAL
           IF WS-BOOK-FOUND NOT = 'YES'
               MOVE 'N' TO CQPS-STATUS
           ELSE
               PERFORM READ-PAID-SERIAL
               IF WS-PAID-FOUND = 'YES'
                   MOVE 'P' TO CQPS-STATUS
                   MOVE CHP-AMOUNT TO CQPS-AMOUNT
                   MOVE CHP-PAID-DATE TO CQPS-DATE
                   MOVE CHP-REFERENCE TO CQPS-REFERENCE
                   MOVE CHP-SOURCE TO CQPS-SOURCE
                   MOVE CHP-BATCH TO CQPS-BATCH
               ELSE
                   PERFORM FIND-ACTIVE-STOP
                   IF WS-STOP-FOUND = 'YES'
                       MOVE 'S' TO CQPS-STATUS
                       MOVE CHS-SEQ TO CQPS-STOP-SEQ
                   ELSE
                       MOVE 'I' TO CQPS-STATUS
                   END-IF
               END-IF
           END-IF.

       RECORD-PAID.
           MOVE PASSED-ACCOUNT TO CHP-ACCOUNT
           MOVE CQPS-FIRST-SERIAL TO CHP-SERIAL
           MOVE CQPS-AMOUNT TO CHP-AMOUNT
           MOVE CQPS-DATE TO CHP-PAID-DATE
           MOVE CQPS-REFERENCE TO CHP-REFERENCE
           MOVE CQPS-SOURCE TO CHP-SOURCE
           MOVE CQPS-BATCH TO CHP-BATCH
           WRITE CHEQUE-PAID-RECORD
               INVALID KEY
                   MOVE '22' TO PASSED-RESULT
           END-WRITE.

       FIND-BOOK-FOR-SERIAL.
           MOVE 'NO' TO WS-BOOK-FOUND
           PERFORM START-BOOKS-AT-ACCOUNT
           PERFORM UNTIL WS-EOF-BOOKS = 'YES'
               READ CHEQUE-BOOK-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-BOOKS
                   NOT AT END
                       IF CHB-ACCOUNT NOT = PASSED-ACCOUNT
                           OR CHB-FIRST-SERIAL > WS-SERIAL
                           MOVE 'YES' TO WS-EOF-BOOKS
                       ELSE
                           IF CHB-LAST-SERIAL >= WS-SERIAL
                               MOVE 'YES' TO WS-BOOK-FOUND
                               MOVE 'YES' TO WS-EOF-BOOKS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-ACTIVE-STOP.
           MOVE 'NO' TO WS-STOP-FOUND
           PERFORM START-STOPS-AT-ACCOUNT
           PERFORM UNTIL WS-EOF-STOPS = 'YES'
               READ CHEQUE-STOP-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-STOPS
                   NOT AT END
                       IF CHS-ACCOUNT NOT = PASSED-ACCOUNT
                           MOVE 'YES' TO WS-EOF-STOPS
                       ELSE
                           IF CHS-STATUS = 'A'
                               AND CHS-FIRST-SERIAL <= WS-SERIAL
                               AND CHS-LAST-SERIAL >= WS-SERIAL
                               MOVE 'YES' TO WS-STOP-FOUND
                               MOVE 'YES' TO WS-EOF-STOPS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       READ-PAID-SERIAL.
           MOVE 'YES' TO WS-PAID-FOUND
           MOVE PASSED-ACCOUNT TO CHP-ACCOUNT
           MOVE WS-SERIAL TO CHP-SERIAL
           READ CHEQUE-PAID-FILE
               INVALID KEY
                   MOVE 'NO' TO WS-PAID-FOUND
           END-READ.

       START-BOOKS-AT-ACCOUNT.
           MOVE 'NO' TO WS-EOF-BOOKS
           MOVE PASSED-ACCOUNT TO CHB-ACCOUNT
           MOVE 0 TO CHB-FIRST-SERIAL
           START CHEQUE-BOOK-FILE KEY IS >= CHB-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-EOF-BOOKS
           END-START.

       START-STOPS-AT-ACCOUNT.
           MOVE 'NO' TO WS-EOF-STOPS
           MOVE PASSED-ACCOUNT TO CHS-ACCOUNT
           MOVE 0 TO CHS-SEQ
           START CHEQUE-STOP-FILE KEY IS >= CHS-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-EOF-STOPS
           END-START.
