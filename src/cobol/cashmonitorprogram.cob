       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashMonitorProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "TRANJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CASH-CONFIG-FILE ASSIGN TO "CASHCFG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT CASH-ITEM-FILE ASSIGN TO "CASHITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIT-KEY
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT CASE-FILE ASSIGN TO "CMPCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CASE-NUMBER
               FILE STATUS IS WS-CASE-STATUS.

           SELECT CASH-REPORT-FILE ASSIGN TO "CASHRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY "jrnlrec.cpy".

       FD  CASH-CONFIG-FILE.
       COPY "cashcfg.cpy".

       FD  CASH-ITEM-FILE.
       COPY "cashitem.cpy".

       FD  CASE-FILE.
       COPY "cmpcase.cpy".

       FD  CASH-REPORT-FILE.
       COPY "cashrpt.cpy".

       FD  BUSINESS-DATE-FILE.
       COPY "busidate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-CONFIG-STATUS       PIC XX.
       01  WS-ITEM-STATUS         PIC XX.
       01  WS-CASE-STATUS         PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-BUSDATE-STATUS      PIC XX.
       01  WS-EOF-JOURNAL         PIC X(3) VALUE 'NO'.
       01  WS-EOF-ITEMS           PIC X(3).
       01  WS-EOF-CASES           PIC X(3).

       01  WS-BUSINESS-DATE       PIC 9(8).
       01  WS-TODAY-INT           PIC 9(8).
       01  WS-WINDOW-START-INT    PIC 9(8).
       01  WS-WINDOW-START        PIC 9(8).
       01  WS-CASE-AGE            PIC 9(5).

      *    Thresholds from CASHCFG.DAT; these values apply when
      *    the file is missing or empty.
       01  WS-REPORT-THRESHOLD    PIC 9(6)V99 VALUE 10000.00.
       01  WS-NEAR-FLOOR          PIC 9(6)V99 VALUE 8000.00.
       01  WS-WINDOW-DAYS         PIC 9(3) VALUE 15.
       01  WS-STRUCT-ITEMS        PIC 9(3) VALUE 3.

       COPY "txcpass.cpy".
       01  WS-TXC-RESULT          PIC XX.
       01  WS-UNKNOWN-CODE        PIC X(3) VALUE 'NO'.

       COPY "acctpass.cpy".
       01  WS-DATA-RESULT         PIC XX.
       COPY "custpass.cpy".
       01  WS-CUST-RESULT         PIC XX.

      *    Account to customer, filled from the account master the
      *    first time an account shows cash today. Cash on a joint
      *    account counts against the primary holder.
       01  WS-ACT-COUNT           PIC 9(5) VALUE 0.
       01  WS-ACT-MAX             PIC 9(5) VALUE 5000.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 5000 TIMES.
               10  WS-AT-ACCOUNT      PIC 9(9).
               10  WS-AT-CUSTOMER     PIC 9(6).

      *    One entry per customer with cash today, across all of
      *    the customer's accounts.
       01  WS-CUS-COUNT           PIC 9(5) VALUE 0.
       01  WS-CUS-MAX             PIC 9(5) VALUE 3000.
       01  WS-CUS-TABLE.
           05  WS-CUS-ENTRY OCCURS 3000 TIMES.
               10  WS-CU-CUSTOMER     PIC 9(6).
               10  WS-CU-CASH-IN      PIC 9(7)V99.
               10  WS-CU-CASH-OUT     PIC 9(7)V99.
               10  WS-CU-ITEMS        PIC 9(4).
               10  WS-CU-ACCOUNTS     PIC 9(3).
               10  WS-CU-NEAR-ITEMS   PIC 9(4).

       01  WS-IX                  PIC 9(5).
       01  WS-JX                  PIC 9(5).
       01  WS-CX                  PIC 9(5).
       01  WS-FOUND-IX            PIC 9(5).
       01  WS-ITEM-CUSTOMER       PIC 9(6).
       01  WS-ITEM-DIRECTION      PIC X.
       01  WS-REVERSED-DIRECTION  PIC X.
       01  WS-NEW-ACCOUNT         PIC X(3).

      *    Near-threshold items of one customer inside the rolling
      *    window, with the distinct days, accounts and tellers
      *    they were spread over.
       01  WS-WIN-ITEMS           PIC 9(4).
       01  WS-WIN-CASH-IN         PIC 9(7)V99.
       01  WS-WIN-CASH-OUT        PIC 9(7)V99.
       01  WS-WIN-MAX             PIC 9(3) VALUE 50.
       01  WS-WIN-DAYS            PIC 9(3).
       01  WS-WIN-DAY-LIST.
           05  WS-WIN-DAY         PIC 9(8) OCCURS 50 TIMES.
       01  WS-WIN-ACCOUNTS        PIC 9(3).
       01  WS-WIN-ACCOUNT-LIST.
           05  WS-WIN-ACCOUNT     PIC 9(9) OCCURS 50 TIMES.
       01  WS-WIN-TELLERS         PIC 9(3).
       01  WS-WIN-TELLER-LIST.
           05  WS-WIN-TELLER      PIC X(8) OCCURS 50 TIMES.
       01  WS-WX                  PIC 9(3).
       01  WS-WIN-FOUND           PIC X(3).

       01  WS-CASE-CUSTOMER       PIC 9(6).
       01  WS-CASE-TYPE           PIC X.
       01  WS-CASE-FOUND          PIC X(3).
       01  WS-HIGH-CASE           PIC 9(8).
       01  WS-TYPE-NAME           PIC X(11).

       01  WS-RPT-RECORDS         PIC 9(6) VALUE 0.
       01  WS-RPT-HASH            PIC 9(11)V99 VALUE 0.

       01  WS-CASH-ITEMS          PIC 9(6) VALUE 0.
       01  WS-CASH-REVERSALS      PIC 9(6) VALUE 0.
       01  WS-NEAR-RECORDED       PIC 9(6) VALUE 0.
       01  WS-UNLINKED-ITEMS      PIC 9(6) VALUE 0.
       01  WS-UNLINKED-AMOUNT     PIC 9(9)V99 VALUE 0.
       01  WS-SKIPPED-ITEMS       PIC 9(6) VALUE 0.
       01  WS-ITEMS-PURGED        PIC 9(6) VALUE 0.
       01  WS-CASES-OPENED        PIC 9(6) VALUE 0.
       01  WS-CASES-UPDATED       PIC 9(6) VALUE 0.
       01  WS-CASES-OPEN          PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-CASH-CONFIG
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-WINDOW-START-INT =
               WS-TODAY-INT - WS-WINDOW-DAYS + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT)
               TO WS-WINDOW-START

           DISPLAY "============================================"
           DISPLAY "CASH TRANSACTION MONITORING - " WS-BUSINESS-DATE
           DISPLAY "============================================"
           DISPLAY "Reportable threshold:  " WS-REPORT-THRESHOLD
           DISPLAY "Near-threshold floor:  " WS-NEAR-FLOOR
           DISPLAY "Structuring window:    " WS-WINDOW-DAYS
               " days from " WS-WINDOW-START ", " WS-STRUCT-ITEMS
               " items"
           DISPLAY "--------------------------------------------"

           PERFORM OPEN-CASH-ITEM-FILE
           PERFORM SCAN-JOURNAL-CASH
           IF WS-UNKNOWN-CODE = 'YES'
               DISPLAY "CASH MONITORING NOT COMPLETED - correct "
                   "TXNCODE.DAT and rerun."
               CLOSE CASH-ITEM-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-CASE-FILE
           DISPLAY "CASES RAISED"
           MOVE 1 TO WS-IX
           PERFORM UNTIL WS-IX > WS-CUS-COUNT
               PERFORM REVIEW-ONE-CUSTOMER
               ADD 1 TO WS-IX
           END-PERFORM
           IF WS-CASES-OPENED = 0 AND WS-CASES-UPDATED = 0
               DISPLAY "  None."
           END-IF

           PERFORM PURGE-OLD-CASH-ITEMS
           CLOSE CASH-ITEM-FILE

           PERFORM LIST-OPEN-CASES
           PERFORM WRITE-REGULATORY-EXTRACT
           CLOSE CASE-FILE

           DISPLAY "============================================"
           DISPLAY "Cash items today:       " WS-CASH-ITEMS
           DISPLAY "Cash items reversed:    " WS-CASH-REVERSALS
           DISPLAY "Customers with cash:    " WS-CUS-COUNT
           DISPLAY "Near-threshold items:   " WS-NEAR-RECORDED
           DISPLAY "Items without customer: " WS-UNLINKED-ITEMS
               " amount " WS-UNLINKED-AMOUNT
           IF WS-SKIPPED-ITEMS > 0
               DISPLAY "Items not monitored (table full): "
                   WS-SKIPPED-ITEMS
           END-IF
           DISPLAY "Window items dropped:   " WS-ITEMS-PURGED
           DISPLAY "Cases opened:           " WS-CASES-OPENED
           DISPLAY "Cases updated:          " WS-CASES-UPDATED
           DISPLAY "Cases awaiting review:  " WS-CASES-OPEN
           DISPLAY "Extract records:        " WS-RPT-RECORDS
           DISPLAY "============================================"
           GOBACK.

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

       LOAD-CASH-CONFIG.
           OPEN INPUT CASH-CONFIG-FILE
           IF WS-CONFIG-STATUS = '35'
               DISPLAY "No CASHCFG.DAT found - using defaults."
           ELSE
               READ CASH-CONFIG-FILE
                   AT END
                       DISPLAY "CASHCFG.DAT is empty - using "
                           "defaults."
                   NOT AT END
                       MOVE CMC-REPORT-THRESHOLD
                           TO WS-REPORT-THRESHOLD
                       MOVE CMC-NEAR-FLOOR TO WS-NEAR-FLOOR
                       MOVE CMC-WINDOW-DAYS TO WS-WINDOW-DAYS
                       MOVE CMC-STRUCT-ITEMS TO WS-STRUCT-ITEMS
               END-READ
               CLOSE CASH-CONFIG-FILE
           END-IF
           IF WS-NEAR-FLOOR NOT < WS-REPORT-THRESHOLD
               COMPUTE WS-NEAR-FLOOR ROUNDED =
                   WS-REPORT-THRESHOLD * 0.80
               DISPLAY "Near-threshold floor must be under the "
                   "reportable threshold - using " WS-NEAR-FLOOR
           END-IF
           IF WS-WINDOW-DAYS = 0
               MOVE 1 TO WS-WINDOW-DAYS
           END-IF
           IF WS-STRUCT-ITEMS < 2
               MOVE 2 TO WS-STRUCT-ITEMS
           END-IF.

       OPEN-CASH-ITEM-FILE.
           OPEN I-O CASH-ITEM-FILE
           IF WS-ITEM-STATUS = '35'
               OPEN OUTPUT CASH-ITEM-FILE
               CLOSE CASH-ITEM-FILE
               OPEN I-O CASH-ITEM-FILE
           END-IF.

       OPEN-CASE-FILE.
           OPEN I-O CASE-FILE
           IF WS-CASE-STATUS = '35'
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF.

       SCAN-JOURNAL-CASH.
           CALL 'TxnCodeProgram' USING 'LOAD  ', JNL-OPERATION,
               TXC-PASS-AREA, WS-TXC-RESULT
           MOVE 'NO' TO WS-EOF-JOURNAL
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
               MOVE 'YES' TO WS-EOF-JOURNAL
           END-IF
           PERFORM UNTIL WS-EOF-JOURNAL = 'YES'
               READ JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-JOURNAL
                   NOT AT END
                       IF JNL-DATE = WS-BUSINESS-DATE
                           AND JNL-CASH-IND = 'Y'
                           AND JNL-ACCOUNT > 0
                           PERFORM APPLY-CASH-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       APPLY-CASH-ITEM.
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
               MOVE SPACE TO WS-ITEM-DIRECTION
               IF JNL-REVERSES-REF > 0
                   PERFORM APPLY-CASH-REVERSAL
               END-IF
               IF JNL-REVERSES-REF = 0
                   AND TPAS-CASH-FLAG = 'Y'
                   AND TPAS-DIRECTION = 'C'
                   MOVE 'I' TO WS-ITEM-DIRECTION
               END-IF
               IF JNL-REVERSES-REF = 0
                   AND TPAS-CASH-FLAG = 'Y'
                   AND TPAS-DIRECTION = 'D'
                   MOVE 'O' TO WS-ITEM-DIRECTION
               END-IF
               IF WS-ITEM-DIRECTION NOT = SPACE
                   ADD 1 TO WS-CASH-ITEMS
                   PERFORM FIND-ACCOUNT-CUSTOMER
                   IF WS-ITEM-CUSTOMER = 0
                       ADD 1 TO WS-UNLINKED-ITEMS
                       ADD JNL-AMOUNT TO WS-UNLINKED-AMOUNT
                       DISPLAY "  Cash on account " JNL-ACCOUNT
                           " ref " JNL-REFERENCE " amount "
                           JNL-AMOUNT " - no customer on file."
                   ELSE
                       PERFORM ADD-CUSTOMER-CASH
                   END-IF
               END-IF
           END-IF.

      *    A reversal of a cash item takes the item back out: a
      *    debit reversal undoes cash paid in, a credit reversal
      *    undoes cash paid out.
       APPLY-CASH-REVERSAL.
           MOVE SPACE TO WS-REVERSED-DIRECTION
           IF TPAS-DIRECTION = 'D'
               MOVE 'I' TO WS-REVERSED-DIRECTION
           END-IF
           IF TPAS-DIRECTION = 'C'
               MOVE 'O' TO WS-REVERSED-DIRECTION
           END-IF
           IF WS-REVERSED-DIRECTION NOT = SPACE
               ADD 1 TO WS-CASH-REVERSALS
               PERFORM FIND-ACCOUNT-CUSTOMER
               IF WS-ITEM-CUSTOMER > 0
                   PERFORM SUBTRACT-CUSTOMER-CASH
                   IF JNL-AMOUNT NOT < WS-NEAR-FLOOR
                       AND JNL-AMOUNT < WS-REPORT-THRESHOLD
                       PERFORM DROP-REVERSED-NEAR-ITEM
                   END-IF
               END-IF
           END-IF.

       SUBTRACT-CUSTOMER-CASH.
           MOVE 0 TO WS-CX
           MOVE 1 TO WS-JX
           PERFORM UNTIL WS-JX > WS-CUS-COUNT OR WS-CX > 0
               IF WS-CU-CUSTOMER (WS-JX) = WS-ITEM-CUSTOMER
                   MOVE WS-JX TO WS-CX
               END-IF
               ADD 1 TO WS-JX
           END-PERFORM
           IF WS-CX > 0
               IF WS-REVERSED-DIRECTION = 'I'
                   IF WS-CU-CASH-IN (WS-CX) > JNL-AMOUNT
                       SUBTRACT JNL-AMOUNT FROM WS-CU-CASH-IN (WS-CX)
                   ELSE
                       MOVE 0 TO WS-CU-CASH-IN (WS-CX)
                   END-IF
               ELSE
                   IF WS-CU-CASH-OUT (WS-CX) > JNL-AMOUNT
                       SUBTRACT JNL-AMOUNT FROM WS-CU-CASH-OUT (WS-CX)
                   ELSE
                       MOVE 0 TO WS-CU-CASH-OUT (WS-CX)
                   END-IF
               END-IF
               IF WS-CU-ITEMS (WS-CX) > 0
                   SUBTRACT 1 FROM WS-CU-ITEMS (WS-CX)
               END-IF
           END-IF.

       DROP-REVERSED-NEAR-ITEM.
           MOVE 'NO' TO WS-EOF-ITEMS
           MOVE WS-ITEM-CUSTOMER TO CIT-CUSTOMER
           MOVE WS-WINDOW-START TO CIT-DATE
           MOVE 0 TO CIT-REFERENCE
           START CASH-ITEM-FILE KEY IS >= CIT-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-EOF-ITEMS
           END-START
           PERFORM UNTIL WS-EOF-ITEMS = 'YES'
               READ CASH-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-ITEMS
                   NOT AT END
                       IF CIT-CUSTOMER NOT = WS-ITEM-CUSTOMER
                           MOVE 'YES' TO WS-EOF-ITEMS
                       ELSE
                           IF CIT-REFERENCE = JNL-REVERSES-REF
                               PERFORM DROP-ONE-NEAR-ITEM
                               MOVE 'YES' TO WS-EOF-ITEMS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DROP-ONE-NEAR-ITEM.
           DELETE CASH-ITEM-FILE RECORD
           IF CIT-DATE = WS-BUSINESS-DATE
               AND WS-CX > 0
               AND WS-CU-NEAR-ITEMS (WS-CX) > 0
               SUBTRACT 1 FROM WS-CU-NEAR-ITEMS (WS-CX)
           END-IF.

       FIND-ACCOUNT-CUSTOMER.
           MOVE 'NO' TO WS-NEW-ACCOUNT
           MOVE 0 TO WS-FOUND-IX
           MOVE 1 TO WS-JX
           PERFORM UNTIL WS-JX > WS-ACT-COUNT OR WS-FOUND-IX > 0
               IF WS-AT-ACCOUNT (WS-JX) = JNL-ACCOUNT
                   MOVE WS-JX TO WS-FOUND-IX
               END-IF
               ADD 1 TO WS-JX
           END-PERFORM
           IF WS-FOUND-IX > 0
               MOVE WS-AT-CUSTOMER (WS-FOUND-IX) TO WS-ITEM-CUSTOMER
           ELSE
               MOVE 0 TO WS-ITEM-CUSTOMER
               CALL 'DataProgram' USING 'READ  ', JNL-ACCOUNT,
                   ACCT-PASS-AREA, WS-DATA-RESULT
               IF WS-DATA-RESULT = '00'
                   MOVE PASS-CUSTOMER-ID TO WS-ITEM-CUSTOMER
               END-IF
               IF WS-ACT-COUNT < WS-ACT-MAX
                   ADD 1 TO WS-ACT-COUNT
                   MOVE JNL-ACCOUNT TO WS-AT-ACCOUNT (WS-ACT-COUNT)
                   MOVE WS-ITEM-CUSTOMER
                       TO WS-AT-CUSTOMER (WS-ACT-COUNT)
                   MOVE 'YES' TO WS-NEW-ACCOUNT
               END-IF
           END-IF.

       ADD-CUSTOMER-CASH.
           MOVE 0 TO WS-CX
           MOVE 1 TO WS-JX
           PERFORM UNTIL WS-JX > WS-CUS-COUNT OR WS-CX > 0
               IF WS-CU-CUSTOMER (WS-JX) = WS-ITEM-CUSTOMER
                   MOVE WS-JX TO WS-CX
               END-IF
               ADD 1 TO WS-JX
           END-PERFORM
           IF WS-CX = 0
               IF WS-CUS-COUNT < WS-CUS-MAX
                   ADD 1 TO WS-CUS-COUNT
                   MOVE WS-CUS-COUNT TO WS-CX
                   MOVE WS-ITEM-CUSTOMER TO WS-CU-CUSTOMER (WS-CX)
                   MOVE 0 TO WS-CU-CASH-IN (WS-CX)
                   MOVE 0 TO WS-CU-CASH-OUT (WS-CX)
                   MOVE 0 TO WS-CU-ITEMS (WS-CX)
                   MOVE 0 TO WS-CU-ACCOUNTS (WS-CX)
                   MOVE 0 TO WS-CU-NEAR-ITEMS (WS-CX)
               ELSE
                   ADD 1 TO WS-SKIPPED-ITEMS
                   DISPLAY "  Customer table full - cash for "
                       "customer " WS-ITEM-CUSTOMER " ref "
                       JNL-REFERENCE " not monitored."
               END-IF
           END-IF
           IF WS-CX > 0
               IF WS-ITEM-DIRECTION = 'I'
                   ADD JNL-AMOUNT TO WS-CU-CASH-IN (WS-CX)
               ELSE
                   ADD JNL-AMOUNT TO WS-CU-CASH-OUT (WS-CX)
               END-IF
               ADD 1 TO WS-CU-ITEMS (WS-CX)
               IF WS-NEW-ACCOUNT = 'YES'
                   ADD 1 TO WS-CU-ACCOUNTS (WS-CX)
               END-IF
               IF JNL-AMOUNT NOT < WS-NEAR-FLOOR
                   AND JNL-AMOUNT < WS-REPORT-THRESHOLD
                   ADD 1 TO WS-CU-NEAR-ITEMS (WS-CX)
                   PERFORM RECORD-NEAR-ITEM
               END-IF
           END-IF.

       RECORD-NEAR-ITEM.
           MOVE WS-ITEM-CUSTOMER TO CIT-CUSTOMER
           MOVE JNL-DATE TO CIT-DATE
           MOVE JNL-REFERENCE TO CIT-REFERENCE
           MOVE JNL-ACCOUNT TO CIT-ACCOUNT
           MOVE JNL-TELLER TO CIT-TELLER
           MOVE WS-ITEM-DIRECTION TO CIT-DIRECTION
           MOVE JNL-AMOUNT TO CIT-AMOUNT
           WRITE CASH-ITEM-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-NEAR-RECORDED
           END-WRITE.

       REVIEW-ONE-CUSTOMER.
           IF WS-CU-CASH-IN (WS-IX) NOT < WS-REPORT-THRESHOLD
               OR WS-CU-CASH-OUT (WS-IX) NOT < WS-REPORT-THRESHOLD
               PERFORM RAISE-REPORTABLE-CASE
           END-IF
           IF WS-CU-NEAR-ITEMS (WS-IX) > 0
               PERFORM CHECK-STRUCTURING
           END-IF.

       RAISE-REPORTABLE-CASE.
           MOVE WS-CU-CUSTOMER (WS-IX) TO WS-CASE-CUSTOMER
           MOVE 'R' TO WS-CASE-TYPE
           PERFORM FIND-CURRENT-CASE
           IF WS-CASE-FOUND = 'YES'
               IF CMP-LAST-SEEN-DATE < WS-BUSINESS-DATE
                   ADD WS-CU-CASH-IN (WS-IX) TO CMP-CASH-IN
                   ADD WS-CU-CASH-OUT (WS-IX) TO CMP-CASH-OUT
                   ADD WS-CU-ITEMS (WS-IX) TO CMP-ITEM-COUNT
                   IF WS-CU-ACCOUNTS (WS-IX) > CMP-ACCOUNT-COUNT
                       MOVE WS-CU-ACCOUNTS (WS-IX)
                           TO CMP-ACCOUNT-COUNT
                   END-IF
                   ADD 1 TO CMP-DAY-COUNT
                   MOVE WS-BUSINESS-DATE TO CMP-LAST-SEEN-DATE
                   REWRITE COMPLIANCE-CASE-RECORD
                   ADD 1 TO WS-CASES-UPDATED
                   DISPLAY "  Case " CMP-CASE-NUMBER " still open - "
                       "customer " WS-CASE-CUSTOMER " reportable "
                       "cash in " WS-CU-CASH-IN (WS-IX) " out "
                       WS-CU-CASH-OUT (WS-IX) " added."
               END-IF
           ELSE
               MOVE WS-HIGH-CASE TO CMP-CASE-NUMBER
               ADD 1 TO CMP-CASE-NUMBER
               MOVE WS-CASE-CUSTOMER TO CMP-CUSTOMER
               MOVE 'R' TO CMP-TYPE
               MOVE WS-BUSINESS-DATE TO CMP-OPENED-DATE
               MOVE WS-BUSINESS-DATE TO CMP-LAST-SEEN-DATE
               MOVE WS-BUSINESS-DATE TO CMP-WINDOW-START
               MOVE WS-CU-CASH-IN (WS-IX) TO CMP-CASH-IN
               MOVE WS-CU-CASH-OUT (WS-IX) TO CMP-CASH-OUT
               MOVE WS-CU-ITEMS (WS-IX) TO CMP-ITEM-COUNT
               MOVE WS-CU-ACCOUNTS (WS-IX) TO CMP-ACCOUNT-COUNT
               MOVE 0 TO CMP-TELLER-COUNT
               MOVE 1 TO CMP-DAY-COUNT
               PERFORM WRITE-NEW-CASE
           END-IF.

       CHECK-STRUCTURING.
           MOVE 0 TO WS-WIN-ITEMS
           MOVE 0 TO WS-WIN-CASH-IN
           MOVE 0 TO WS-WIN-CASH-OUT
           MOVE 0 TO WS-WIN-DAYS
           MOVE 0 TO WS-WIN-ACCOUNTS
           MOVE 0 TO WS-WIN-TELLERS
           MOVE 'NO' TO WS-EOF-ITEMS
           MOVE WS-CU-CUSTOMER (WS-IX) TO CIT-CUSTOMER
           MOVE WS-WINDOW-START TO CIT-DATE
           MOVE 0 TO CIT-REFERENCE
           START CASH-ITEM-FILE KEY IS >= CIT-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-EOF-ITEMS
           END-START
           PERFORM UNTIL WS-EOF-ITEMS = 'YES'
               READ CASH-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-ITEMS
                   NOT AT END
                       IF CIT-CUSTOMER NOT = WS-CU-CUSTOMER (WS-IX)
                           MOVE 'YES' TO WS-EOF-ITEMS
                       ELSE
                           PERFORM TALLY-WINDOW-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WIN-ITEMS NOT < WS-STRUCT-ITEMS
               AND (WS-WIN-DAYS > 1 OR WS-WIN-ACCOUNTS > 1
                    OR WS-WIN-TELLERS > 1)
               PERFORM RAISE-STRUCTURING-CASE
           END-IF.

       TALLY-WINDOW-ITEM.
           ADD 1 TO WS-WIN-ITEMS
           IF CIT-DIRECTION = 'I'
               ADD CIT-AMOUNT TO WS-WIN-CASH-IN
           ELSE
               ADD CIT-AMOUNT TO WS-WIN-CASH-OUT
           END-IF

           MOVE 'NO' TO WS-WIN-FOUND
           MOVE 1 TO WS-WX
           PERFORM UNTIL WS-WX > WS-WIN-DAYS OR WS-WIN-FOUND = 'YES'
               IF WS-WIN-DAY (WS-WX) = CIT-DATE
                   MOVE 'YES' TO WS-WIN-FOUND
               END-IF
               ADD 1 TO WS-WX
           END-PERFORM
           IF WS-WIN-FOUND = 'NO' AND WS-WIN-DAYS < WS-WIN-MAX
               ADD 1 TO WS-WIN-DAYS
               MOVE CIT-DATE TO WS-WIN-DAY (WS-WIN-DAYS)
           END-IF

           MOVE 'NO' TO WS-WIN-FOUND
           MOVE 1 TO WS-WX
           PERFORM UNTIL WS-WX > WS-WIN-ACCOUNTS
               OR WS-WIN-FOUND = 'YES'
               IF WS-WIN-ACCOUNT (WS-WX) = CIT-ACCOUNT
                   MOVE 'YES' TO WS-WIN-FOUND
               END-IF
               ADD 1 TO WS-WX
           END-PERFORM
           IF WS-WIN-FOUND = 'NO' AND WS-WIN-ACCOUNTS < WS-WIN-MAX
               ADD 1 TO WS-WIN-ACCOUNTS
               MOVE CIT-ACCOUNT TO WS-WIN-ACCOUNT (WS-WIN-ACCOUNTS)
           END-IF

           MOVE 'NO' TO WS-WIN-FOUND
           MOVE 1 TO WS-WX
           PERFORM UNTIL WS-WX > WS-WIN-TELLERS
               OR WS-WIN-FOUND = 'YES'
               IF WS-WIN-TELLER (WS-WX) = CIT-TELLER
                   MOVE 'YES' TO WS-WIN-FOUND
               END-IF
               ADD 1 TO WS-WX
           END-PERFORM
           IF WS-WIN-FOUND = 'NO' AND WS-WIN-TELLERS < WS-WIN-MAX
               ADD 1 TO WS-WIN-TELLERS
               MOVE CIT-TELLER TO WS-WIN-TELLER (WS-WIN-TELLERS)
           END-IF.

       RAISE-STRUCTURING-CASE.
           MOVE WS-CU-CUSTOMER (WS-IX) TO WS-CASE-CUSTOMER
           MOVE 'S' TO WS-CASE-TYPE
           PERFORM FIND-CURRENT-CASE
           IF WS-CASE-FOUND = 'YES'
               IF CMP-LAST-SEEN-DATE < WS-BUSINESS-DATE
                   PERFORM MOVE-WINDOW-TO-CASE
                   MOVE WS-BUSINESS-DATE TO CMP-LAST-SEEN-DATE
                   REWRITE COMPLIANCE-CASE-RECORD
                   ADD 1 TO WS-CASES-UPDATED
                   DISPLAY "  Case " CMP-CASE-NUMBER " still open - "
                       "customer " WS-CASE-CUSTOMER " now "
                       WS-WIN-ITEMS " items under the threshold."
               END-IF
           ELSE
               MOVE WS-HIGH-CASE TO CMP-CASE-NUMBER
               ADD 1 TO CMP-CASE-NUMBER
               MOVE WS-CASE-CUSTOMER TO CMP-CUSTOMER
               MOVE 'S' TO CMP-TYPE
               MOVE WS-BUSINESS-DATE TO CMP-OPENED-DATE
               MOVE WS-BUSINESS-DATE TO CMP-LAST-SEEN-DATE
               PERFORM MOVE-WINDOW-TO-CASE
               PERFORM WRITE-NEW-CASE
           END-IF.

       MOVE-WINDOW-TO-CASE.
           MOVE WS-WINDOW-START TO CMP-WINDOW-START
           MOVE WS-WIN-CASH-IN TO CMP-CASH-IN
           MOVE WS-WIN-CASH-OUT TO CMP-CASH-OUT
           MOVE WS-WIN-ITEMS TO CMP-ITEM-COUNT
           MOVE WS-WIN-ACCOUNTS TO CMP-ACCOUNT-COUNT
           MOVE WS-WIN-TELLERS TO CMP-TELLER-COUNT
           MOVE WS-WIN-DAYS TO CMP-DAY-COUNT.

       WRITE-NEW-CASE.
           MOVE 'O' TO CMP-STATUS
           MOVE 0 TO CMP-DISPOSED-DATE
           MOVE SPACES TO CMP-DISPOSED-BY
           MOVE SPACE TO CMP-DISPOSITION
           WRITE COMPLIANCE-CASE-RECORD
           IF WS-CASE-STATUS = '00'
               ADD 1 TO WS-CASES-OPENED
               PERFORM SET-TYPE-NAME
               DISPLAY "  Case " CMP-CASE-NUMBER " OPENED - "
                   WS-TYPE-NAME " customer " CMP-CUSTOMER
               DISPLAY "    cash in " CMP-CASH-IN " out "
                   CMP-CASH-OUT " items " CMP-ITEM-COUNT
                   " accounts " CMP-ACCOUNT-COUNT " tellers "
                   CMP-TELLER-COUNT " days " CMP-DAY-COUNT
           ELSE
               DISPLAY "  Case for customer " CMP-CUSTOMER
                   " could not be written - status "
                   WS-CASE-STATUS "."
           END-IF.

       FIND-CURRENT-CASE.
           MOVE 'NO' TO WS-CASE-FOUND
           MOVE 0 TO WS-HIGH-CASE
           MOVE 'NO' TO WS-EOF-CASES
           MOVE 0 TO CMP-CASE-NUMBER
           START CASE-FILE KEY IS >= CMP-CASE-NUMBER
               INVALID KEY
                   MOVE 'YES' TO WS-EOF-CASES
           END-START
           PERFORM UNTIL WS-EOF-CASES = 'YES'
               READ CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-CASES
                   NOT AT END
                       MOVE CMP-CASE-NUMBER TO WS-HIGH-CASE
                       IF CMP-CUSTOMER = WS-CASE-CUSTOMER
                           AND CMP-TYPE = WS-CASE-TYPE
                           AND (CMP-STATUS = 'O'
                                OR CMP-LAST-SEEN-DATE =
                                   WS-BUSINESS-DATE)
                           MOVE 'YES' TO WS-CASE-FOUND
                           MOVE 'YES' TO WS-EOF-CASES
                       END-IF
               END-READ
           END-PERFORM.

       SET-TYPE-NAME.
           IF CMP-TYPE = 'R'
               MOVE 'REPORTABLE ' TO WS-TYPE-NAME
           ELSE
               MOVE 'STRUCTURING' TO WS-TYPE-NAME
           END-IF.

       PURGE-OLD-CASH-ITEMS.
           MOVE 'NO' TO WS-EOF-ITEMS
           MOVE LOW-VALUES TO CIT-KEY
           START CASH-ITEM-FILE KEY IS >= CIT-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-EOF-ITEMS
           END-START
           PERFORM UNTIL WS-EOF-ITEMS = 'YES'
               READ CASH-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-ITEMS
                   NOT AT END
                       IF CIT-DATE < WS-WINDOW-START
                           DELETE CASH-ITEM-FILE RECORD
                           ADD 1 TO WS-ITEMS-PURGED
                       END-IF
               END-READ
           END-PERFORM.

       LIST-OPEN-CASES.
           DISPLAY "--------------------------------------------"
           DISPLAY "OPEN CASES AWAITING DISPOSITION"
           MOVE 'NO' TO WS-EOF-CASES
           MOVE 0 TO CMP-CASE-NUMBER
           START CASE-FILE KEY IS >= CMP-CASE-NUMBER
               INVALID KEY
                   MOVE 'YES' TO WS-EOF-CASES
           END-START
           PERFORM UNTIL WS-EOF-CASES = 'YES'
               READ CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-CASES
                   NOT AT END
                       IF CMP-STATUS = 'O'
                           PERFORM LIST-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CASES-OPEN = 0
               DISPLAY "  None."
           END-IF.

       LIST-ONE-CASE.
           ADD 1 TO WS-CASES-OPEN
           PERFORM SET-TYPE-NAME
           COMPUTE WS-CASE-AGE = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(CMP-OPENED-DATE)
           CALL 'CustomerProgram' USING 'READ  ', CMP-CUSTOMER,
               CUST-PASS-AREA, WS-CUST-RESULT
           IF WS-CUST-RESULT NOT = '00'
               MOVE SPACES TO CPAS-NAME
           END-IF
           DISPLAY "  Case " CMP-CASE-NUMBER " " WS-TYPE-NAME
               " customer " CMP-CUSTOMER " " CPAS-NAME
           DISPLAY "    opened " CMP-OPENED-DATE " (" WS-CASE-AGE
               " days) last seen " CMP-LAST-SEEN-DATE " in "
               CMP-CASH-IN " out " CMP-CASH-OUT " items "
               CMP-ITEM-COUNT.

       WRITE-REGULATORY-EXTRACT.
           OPEN OUTPUT CASH-REPORT-FILE
           MOVE SPACES TO CASH-REPORT-RECORD
           MOVE 'H' TO CRX-TYPE
           MOVE WS-BUSINESS-DATE TO CRX-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRX-CREATED
           WRITE CASH-REPORT-RECORD

           MOVE 'NO' TO WS-EOF-CASES
           MOVE 0 TO CMP-CASE-NUMBER
           START CASE-FILE KEY IS >= CMP-CASE-NUMBER
               INVALID KEY
                   MOVE 'YES' TO WS-EOF-CASES
           END-START
           PERFORM UNTIL WS-EOF-CASES = 'YES'
               READ CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-CASES
                   NOT AT END
                       IF CMP-OPENED-DATE = WS-BUSINESS-DATE
                           PERFORM WRITE-EXTRACT-DETAIL
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO CASH-REPORT-RECORD
           MOVE 'T' TO CRX-TYPE
           MOVE WS-RPT-RECORDS TO CRX-RECORD-COUNT
           MOVE WS-RPT-HASH TO CRX-HASH-TOTAL
           WRITE CASH-REPORT-RECORD
           CLOSE CASH-REPORT-FILE.

       WRITE-EXTRACT-DETAIL.
           CALL 'CustomerProgram' USING 'READ  ', CMP-CUSTOMER,
               CUST-PASS-AREA, WS-CUST-RESULT
           IF WS-CUST-RESULT NOT = '00'
               MOVE SPACES TO CUST-PASS-AREA
           END-IF
           MOVE SPACES TO CASH-REPORT-RECORD
           MOVE 'D' TO CRX-TYPE
           IF CMP-TYPE = 'R'
               MOVE 'CASH' TO CRX-REPORT-TYPE
           ELSE
               MOVE 'STRC' TO CRX-REPORT-TYPE
           END-IF
           MOVE CMP-CASE-NUMBER TO CRX-CASE-NUMBER
           MOVE CMP-WINDOW-START TO CRX-ACTIVITY-FROM
           MOVE CMP-LAST-SEEN-DATE TO CRX-ACTIVITY-TO
           MOVE CMP-CUSTOMER TO CRX-CUSTOMER
           MOVE CPAS-NAME TO CRX-NAME
           MOVE CPAS-ADDRESS-1 TO CRX-ADDRESS-1
           MOVE CPAS-ADDRESS-2 TO CRX-ADDRESS-2
           MOVE CPAS-ID-DOC-TYPE TO CRX-ID-DOC-TYPE
           MOVE CPAS-ID-DOC-NUMBER TO CRX-ID-DOC-NUMBER
           MOVE CMP-CASH-IN TO CRX-CASH-IN
           MOVE CMP-CASH-OUT TO CRX-CASH-OUT
           MOVE CMP-ITEM-COUNT TO CRX-ITEM-COUNT
           MOVE CMP-ACCOUNT-COUNT TO CRX-ACCOUNT-COUNT
           WRITE CASH-REPORT-RECORD
           ADD 1 TO WS-RPT-RECORDS
           ADD CMP-CASH-IN TO WS-RPT-HASH
           ADD CMP-CASH-OUT TO WS-RPT-HASH.
