       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanCollectProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOANMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-LOANSCH-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "TRANJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-ACCOUNT
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "NOTICES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY "loanmstr.cpy".

       FD  LOAN-SCHEDULE-FILE.
       COPY "loansch.cpy".

       FD  JOURNAL-FILE.
       COPY "jrnlrec.cpy".

       FD  BUSINESS-DATE-FILE.
       COPY "busidate.cpy".

       FD  CHECKPOINT-FILE.
       COPY "chkptrec.cpy".

       FD  NOTICE-FILE.
       COPY "noticrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS        PIC XX.
       01  WS-LOANSCH-STATUS     PIC XX.
       01  WS-NOTICE-STATUS      PIC XX.
       01  WS-NTC-CODE           PIC X(6).
       01  WS-NTC-AMOUNT         PIC 9(6)V99.
       01  WS-NTC-TEXT           PIC X(40).
       01  WS-JOURNAL-STATUS     PIC XX.
       01  WS-TXN-REFERENCE      PIC 9(10).
      *    Reference kept for the principal leg; both references
      *    are taken before the account is written.
       01  WS-PRIN-REFERENCE     PIC 9(10).
       01  WS-PAIR-REFERENCE     PIC 9(10) VALUE 0.
       01  WS-BUSDATE-STATUS     PIC XX.
       01  WS-CKPT-STATUS        PIC XX.
       01  WS-EOF-LOANS          PIC X(3) VALUE 'NO'.

       01  WS-BUSINESS-DATE      PIC 9(8).

       01  OPERATION-TYPE        PIC X(6).
       01  ACCOUNT-NUMBER        PIC 9(9).
       01  AMOUNT                PIC 9(6)V99.
       01  WS-LEG-AMOUNT         PIC 9(6)V99.
       01  FINAL-BALANCE         PIC S9(6)V99 SIGN IS TRAILING
                                      SEPARATE VALUE 0.
       01  WS-OVERDRAFT-LIMIT    PIC 9(6)V99 VALUE 0.
       01  WS-AVAILABLE-FUNDS    PIC S9(6)V99 SIGN IS TRAILING
                                      SEPARATE.
       01  WS-PRE-BALANCE        PIC S9(6)V99 SIGN IS TRAILING
                                      SEPARATE.
       01  WS-CKPT-BLOCKED       PIC X VALUE 'N'.
       01  TELLER-ID             PIC X(8) VALUE 'SYSTEM'.

       COPY "acctpass.cpy".
       01  WS-DATA-RESULT        PIC XX.
       01  WS-EXEC-OK            PIC X(3).
       01  WS-FAIL-REASON        PIC X(30).
       01  WS-CAP-OK             PIC X(3).
       01  WS-DEBITS-PROJECTED   PIC 9(7)V99.
       01  WS-STALE-RETRIES      PIC 9(2).
       01  WS-STALE-MAX          PIC 9(2) VALUE 5.

       01  WS-HOLD-SEQ           PIC 9(4).
       01  WS-HOLD-AMOUNT        PIC 9(6)V99.
       01  WS-HOLD-REASON        PIC X(4).
       01  WS-HOLD-EXPIRY        PIC 9(8).
       01  WS-HOLD-TOTAL         PIC 9(7)V99.
       01  WS-HOLD-RESULT        PIC XX.

      *    Installments are collected oldest first and only in
      *    full; the first one that cannot be collected stops
      *    collection for that loan until the next run.
       01  WS-MORE-DUE           PIC X(3).
       01  WS-ROW-FOUND          PIC X(3).
       01  WS-NEXT-INSTALLMENT   PIC 9(3).
       01  WS-OLDEST-DUE         PIC 9(8).
       01  WS-OLD-BUCKET         PIC 9.

       01  WS-BUCKET-NAMES.
           05  FILLER            PIC X(8) VALUE 'CURRENT '.
           05  FILLER            PIC X(8) VALUE '1-30    '.
           05  FILLER            PIC X(8) VALUE '31-60   '.
           05  FILLER            PIC X(8) VALUE '61-90   '.
           05  FILLER            PIC X(8) VALUE 'OVER 90 '.
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME    PIC X(8) OCCURS 5 TIMES.

      *    Notice text, built per event.
       01  WS-MISSED-TEXT.
           05  FILLER            PIC X(5) VALUE 'LOAN '.
           05  WS-MT-LOAN        PIC 9(8).
           05  FILLER            PIC X(13) VALUE ' INSTALLMENT '.
           05  WS-MT-INSTALLMENT PIC 9(3).
           05  FILLER            PIC X(11) VALUE ' MISSED'.
       01  WS-ARREARS-TEXT.
           05  FILLER            PIC X(5) VALUE 'LOAN '.
           05  WS-AT-LOAN        PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-AT-BUCKET      PIC X(8).
           05  FILLER            PIC X(18)
                                      VALUE ' DAYS IN ARREARS'.
       01  WS-REPAID-TEXT.
           05  FILLER            PIC X(5) VALUE 'LOAN '.
           05  WS-RT-LOAN        PIC 9(8).
           05  FILLER            PIC X(27)
                                      VALUE ' REPAID IN FULL'.

       01  WS-LOANS-READ         PIC 9(6) VALUE 0.
       01  WS-INSTALLMENTS-COLL  PIC 9(6) VALUE 0.
       01  WS-COLLECTIONS-FAILED PIC 9(6) VALUE 0.
       01  WS-LOANS-REPAID       PIC 9(6) VALUE 0.
       01  WS-LOANS-IN-ARREARS   PIC 9(6) VALUE 0.
       01  WS-INTEREST-TOTAL     PIC 9(8)V99 VALUE 0.
       01  WS-PRINCIPAL-TOTAL    PIC 9(8)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           DISPLAY "============================================"
           DISPLAY "LOAN INSTALLMENT COLLECTION - " WS-BUSINESS-DATE
           DISPLAY "============================================"

           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS = '35'
               DISPLAY "No loan master found - nothing to collect."
               CLOSE LOAN-FILE
               GOBACK
           END-IF
           OPEN I-O LOAN-SCHEDULE-FILE
           IF WS-LOANSCH-STATUS = '35'
               DISPLAY "LOANSCHD.DAT is missing - collection NOT run."
               CLOSE LOAN-SCHEDULE-FILE
               CLOSE LOAN-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-EOF-LOANS = 'YES'
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-LOANS
                   NOT AT END
                       ADD 1 TO WS-LOANS-READ
                       PERFORM PROCESS-ONE-LOAN
               END-READ
           END-PERFORM

           CLOSE LOAN-SCHEDULE-FILE
           CLOSE LOAN-FILE

           DISPLAY "============================================"
           DISPLAY "Loans read:             " WS-LOANS-READ
           DISPLAY "Installments collected: " WS-INSTALLMENTS-COLL
           DISPLAY "  Interest collected:   " WS-INTEREST-TOTAL
           DISPLAY "  Principal collected:  " WS-PRINCIPAL-TOTAL
           DISPLAY "Collections failed:     " WS-COLLECTIONS-FAILED
               " (see exception lines above - retried next run)"
           DISPLAY "Loans repaid in full:   " WS-LOANS-REPAID
           DISPLAY "Loans in arrears:       " WS-LOANS-IN-ARREARS
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

       PROCESS-ONE-LOAN.
           IF LN-STATUS NOT = 'A'
               CONTINUE
           ELSE
               IF LN-NEXT-DUE > WS-BUSINESS-DATE
                   AND LN-MISSED-COUNT = 0
                   CONTINUE
               ELSE
                   PERFORM COLLECT-DUE-INSTALLMENTS
                   IF LN-STATUS = 'A'
                       PERFORM AGE-LOAN-ARREARS
                   END-IF
                   REWRITE LOAN-RECORD
               END-IF
           END-IF.

       COLLECT-DUE-INSTALLMENTS.
           MOVE 'YES' TO WS-MORE-DUE
           PERFORM UNTIL WS-MORE-DUE NOT = 'YES'
               COMPUTE WS-NEXT-INSTALLMENT = LN-INSTALLMENTS-PAID + 1
               IF WS-NEXT-INSTALLMENT > LN-TERM
                   MOVE 'NO' TO WS-MORE-DUE
               ELSE
                   PERFORM READ-SCHEDULE-ROW
                   IF WS-ROW-FOUND NOT = 'YES'
                       MOVE 'NO' TO WS-MORE-DUE
                       DISPLAY "*** EXCEPTION *** Loan " LN-NUMBER
                           ": schedule row " WS-NEXT-INSTALLMENT
                           " is missing - loan NOT collected."
                   ELSE
                       IF LS-DUE-DATE > WS-BUSINESS-DATE
                           MOVE 'NO' TO WS-MORE-DUE
                       ELSE
                           PERFORM COLLECT-ONE-INSTALLMENT
                           IF WS-EXEC-OK NOT = 'YES'
                               MOVE 'NO' TO WS-MORE-DUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       READ-SCHEDULE-ROW.
           MOVE 'YES' TO WS-ROW-FOUND
           MOVE LN-NUMBER TO LS-LOAN
           MOVE WS-NEXT-INSTALLMENT TO LS-INSTALLMENT-NO
           READ LOAN-SCHEDULE-FILE
               INVALID KEY
                   MOVE 'NO' TO WS-ROW-FOUND
           END-READ.

       COLLECT-ONE-INSTALLMENT.
           MOVE 'YES' TO WS-EXEC-OK
           MOVE SPACES TO WS-FAIL-REASON
           MOVE LS-AMOUNT TO AMOUNT
           MOVE LN-DEPOSIT-ACCOUNT TO ACCOUNT-NUMBER

           CALL 'DataProgram' USING 'READ  ', ACCOUNT-NUMBER,
               ACCT-PASS-AREA, WS-DATA-RESULT
           MOVE PASS-BALANCE TO FINAL-BALANCE
           MOVE PASS-OD-LIMIT TO WS-OVERDRAFT-LIMIT
           IF WS-DATA-RESULT NOT = '00'
               MOVE 'NO' TO WS-EXEC-OK
               MOVE 'ACCOUNT NOT ON FILE' TO WS-FAIL-REASON
           ELSE
               IF PASS-STATUS NOT = 'A'
                   MOVE 'NO' TO WS-EXEC-OK
                   MOVE 'ACCOUNT NOT ACTIVE' TO WS-FAIL-REASON
               END-IF
           END-IF

           IF WS-EXEC-OK = 'YES'
               PERFORM COMPUTE-AVAILABLE-FUNDS
               PERFORM CHECK-DAILY-DEBIT-CAP
               IF WS-AVAILABLE-FUNDS < AMOUNT
                   MOVE 'NO' TO WS-EXEC-OK
                   MOVE 'INSUFFICIENT FUNDS' TO WS-FAIL-REASON
               ELSE
                   IF WS-CAP-OK NOT = 'YES'
                       MOVE 'NO' TO WS-EXEC-OK
                       MOVE 'DAILY DEBIT CAP' TO WS-FAIL-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-EXEC-OK = 'YES'
               PERFORM POST-INSTALLMENT
           END-IF

           IF WS-EXEC-OK = 'YES'
               PERFORM RECORD-INSTALLMENT-PAID
               DISPLAY "Loan " LN-NUMBER " installment "
                   LS-INSTALLMENT-NO ": " AMOUNT " from "
                   ACCOUNT-NUMBER " (interest " LS-INTEREST
                   " principal " LS-PRINCIPAL ")"
           ELSE
               ADD 1 TO WS-COLLECTIONS-FAILED
               DISPLAY "*** EXCEPTION *** Loan " LN-NUMBER
                   " installment " LS-INSTALLMENT-NO ": " AMOUNT
                   " from " ACCOUNT-NUMBER " - " WS-FAIL-REASON
                   " - held for retry."
           END-IF.

       POST-INSTALLMENT.
           MOVE 'LNPRIN' TO OPERATION-TYPE
           MOVE FINAL-BALANCE TO WS-PRE-BALANCE
           SUBTRACT AMOUNT FROM FINAL-BALANCE
           PERFORM SET-CHECKPOINT
           IF WS-CKPT-BLOCKED = 'Y'
               MOVE 'NO' TO WS-EXEC-OK
               MOVE 'CHECKPOINT BLOCKED' TO WS-FAIL-REASON
           ELSE
               ADD AMOUNT TO PASS-DEBITS-TODAY
               PERFORM WRITE-ACCOUNT-RECORD
               IF WS-DATA-RESULT = '00'
                   PERFORM JOURNAL-INSTALLMENT-LEGS
               ELSE
                   IF WS-EXEC-OK = 'YES'
                       MOVE 'NO' TO WS-EXEC-OK
                       MOVE 'ACCOUNT NOT UPDATED' TO WS-FAIL-REASON
                   END-IF
               END-IF
               PERFORM CLEAR-CHECKPOINT
           END-IF.

       JOURNAL-INSTALLMENT-LEGS.
           MOVE WS-PRE-BALANCE TO FINAL-BALANCE
           IF LS-INTEREST > 0
               MOVE 'LNINT ' TO OPERATION-TYPE
               MOVE LS-INTEREST TO WS-LEG-AMOUNT
               SUBTRACT WS-LEG-AMOUNT FROM FINAL-BALANCE
               PERFORM APPEND-JOURNAL-RECORD
               MOVE WS-TXN-REFERENCE TO WS-PAIR-REFERENCE
           END-IF
           IF LS-PRINCIPAL > 0
               MOVE 'LNPRIN' TO OPERATION-TYPE
               MOVE WS-PRIN-REFERENCE TO WS-TXN-REFERENCE
               MOVE LS-PRINCIPAL TO WS-LEG-AMOUNT
               SUBTRACT WS-LEG-AMOUNT FROM FINAL-BALANCE
               PERFORM APPEND-JOURNAL-RECORD
           END-IF
           MOVE 0 TO WS-PAIR-REFERENCE.

       RECORD-INSTALLMENT-PAID.
           MOVE 'P' TO LS-STATUS
           MOVE WS-BUSINESS-DATE TO LS-PAID-DATE
           REWRITE LOAN-SCHEDULE-RECORD
           ADD 1 TO WS-INSTALLMENTS-COLL
           ADD LS-INTEREST TO WS-INTEREST-TOTAL
           ADD LS-PRINCIPAL TO WS-PRINCIPAL-TOTAL
           ADD 1 TO LN-INSTALLMENTS-PAID
           ADD LS-INTEREST TO LN-INTEREST-PAID
           MOVE LS-BALANCE-AFTER TO LN-OUTSTANDING
           IF LN-INSTALLMENTS-PAID >= LN-TERM
               MOVE 'P' TO LN-STATUS
               MOVE 0 TO LN-NEXT-DUE
               MOVE 0 TO LN-ARREARS-AMOUNT
               MOVE 0 TO LN-MISSED-COUNT
               MOVE 0 TO LN-DAYS-PAST-DUE
               MOVE 0 TO LN-ARREARS-BUCKET
               ADD 1 TO WS-LOANS-REPAID
               MOVE LN-NUMBER TO WS-RT-LOAN
               MOVE 'LNPAID' TO WS-NTC-CODE
               MOVE LN-PRINCIPAL TO WS-NTC-AMOUNT
               MOVE WS-REPAID-TEXT TO WS-NTC-TEXT
               PERFORM APPEND-NOTICE
               DISPLAY "Loan " LN-NUMBER " repaid in full."
           END-IF.

       AGE-LOAN-ARREARS.
           MOVE LN-ARREARS-BUCKET TO WS-OLD-BUCKET
           MOVE 0 TO LN-ARREARS-AMOUNT
           MOVE 0 TO LN-MISSED-COUNT
           MOVE 0 TO LN-DAYS-PAST-DUE
           MOVE 0 TO WS-OLDEST-DUE
           COMPUTE WS-NEXT-INSTALLMENT = LN-INSTALLMENTS-PAID + 1
           PERFORM READ-SCHEDULE-ROW
           IF WS-ROW-FOUND = 'YES'
               MOVE LS-DUE-DATE TO LN-NEXT-DUE
           END-IF
           PERFORM UNTIL WS-ROW-FOUND NOT = 'YES'
                   OR LS-DUE-DATE > WS-BUSINESS-DATE
               IF WS-OLDEST-DUE = 0
                   MOVE LS-DUE-DATE TO WS-OLDEST-DUE
               END-IF
               ADD LS-AMOUNT TO LN-ARREARS-AMOUNT
               ADD 1 TO LN-MISSED-COUNT
               IF LS-STATUS = 'D'
                   PERFORM MARK-INSTALLMENT-MISSED
               END-IF
               ADD 1 TO WS-NEXT-INSTALLMENT
               IF WS-NEXT-INSTALLMENT > LN-TERM
                   MOVE 'NO' TO WS-ROW-FOUND
               ELSE
                   PERFORM READ-SCHEDULE-ROW
               END-IF
           END-PERFORM

           IF WS-OLDEST-DUE > 0
               COMPUTE LN-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-OLDEST-DUE)
           END-IF
           EVALUATE TRUE
               WHEN LN-DAYS-PAST-DUE = 0
                   MOVE 0 TO LN-ARREARS-BUCKET
               WHEN LN-DAYS-PAST-DUE <= 30
                   MOVE 1 TO LN-ARREARS-BUCKET
               WHEN LN-DAYS-PAST-DUE <= 60
                   MOVE 2 TO LN-ARREARS-BUCKET
               WHEN LN-DAYS-PAST-DUE <= 90
                   MOVE 3 TO LN-ARREARS-BUCKET
               WHEN OTHER
                   MOVE 4 TO LN-ARREARS-BUCKET
           END-EVALUATE

           IF LN-MISSED-COUNT > 0
               ADD 1 TO WS-LOANS-IN-ARREARS
           END-IF
           IF LN-ARREARS-BUCKET > WS-OLD-BUCKET
               AND LN-ARREARS-BUCKET > 1
               MOVE LN-NUMBER TO WS-AT-LOAN
               MOVE WS-BUCKET-NAME (LN-ARREARS-BUCKET + 1)
                   TO WS-AT-BUCKET
               MOVE 'LNARRS' TO WS-NTC-CODE
               MOVE LN-ARREARS-AMOUNT TO WS-NTC-AMOUNT
               MOVE WS-ARREARS-TEXT TO WS-NTC-TEXT
               PERFORM APPEND-NOTICE
               DISPLAY "Loan " LN-NUMBER " now "
                   WS-BUCKET-NAME (LN-ARREARS-BUCKET + 1)
                   " days in arrears - " LN-ARREARS-AMOUNT
                   " overdue."
           END-IF.

       MARK-INSTALLMENT-MISSED.
           MOVE 'M' TO LS-STATUS
           REWRITE LOAN-SCHEDULE-RECORD
           MOVE LN-NUMBER TO WS-MT-LOAN
           MOVE LS-INSTALLMENT-NO TO WS-MT-INSTALLMENT
           MOVE 'LNMISS' TO WS-NTC-CODE
           MOVE LS-AMOUNT TO WS-NTC-AMOUNT
           MOVE WS-MISSED-TEXT TO WS-NTC-TEXT
           PERFORM APPEND-NOTICE.

       APPEND-NOTICE.
           CALL 'DataProgram' USING 'READ  ', LN-DEPOSIT-ACCOUNT,
               ACCT-PASS-AREA, WS-DATA-RESULT
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-STATUS = '35'
               OPEN OUTPUT NOTICE-FILE
           END-IF
           MOVE WS-NTC-CODE TO NTC-CODE
           MOVE LN-DEPOSIT-ACCOUNT TO NTC-ACCOUNT
           IF WS-DATA-RESULT = '00'
               MOVE PASS-CUSTOMER-NAME TO NTC-CUSTOMER-NAME
           ELSE
               MOVE SPACES TO NTC-CUSTOMER-NAME
           END-IF
           MOVE WS-BUSINESS-DATE TO NTC-DATE
           MOVE WS-NTC-AMOUNT TO NTC-AMOUNT
           MOVE WS-NTC-TEXT TO NTC-TEXT
           MOVE 'N' TO NTC-SENT
           WRITE NOTICE-RECORD
           CLOSE NOTICE-FILE.

       WRITE-ACCOUNT-RECORD.
           MOVE 0 TO WS-PRIN-REFERENCE
           CALL 'TxnRefProgram' USING WS-TXN-REFERENCE
           IF WS-TXN-REFERENCE > 0
               CALL 'TxnRefProgram' USING WS-PRIN-REFERENCE
           END-IF
           IF WS-PRIN-REFERENCE = 0
               MOVE '99' TO WS-DATA-RESULT
               MOVE 'NO' TO WS-EXEC-OK
               MOVE 'NO TRANSACTION REFERENCE' TO WS-FAIL-REASON
           ELSE
               PERFORM WRITE-ACCOUNT-WITH-RETRY
           END-IF.

       WRITE-ACCOUNT-WITH-RETRY.
           MOVE FINAL-BALANCE TO PASS-BALANCE
           MOVE WS-OVERDRAFT-LIMIT TO PASS-OD-LIMIT
           CALL 'DataProgram' USING 'WRITE ', ACCOUNT-NUMBER,
               ACCT-PASS-AREA, WS-DATA-RESULT
           MOVE 0 TO WS-STALE-RETRIES
           PERFORM UNTIL WS-DATA-RESULT NOT = '09'
                   OR WS-EXEC-OK NOT = 'YES'
               PERFORM REAPPLY-STALE-POSTING
           END-PERFORM
           IF WS-EXEC-OK NOT = 'YES'
               MOVE '09' TO WS-DATA-RESULT
           END-IF.

       REAPPLY-STALE-POSTING.
           ADD 1 TO WS-STALE-RETRIES
           DISPLAY "Account " ACCOUNT-NUMBER " was updated elsewhere "
               "since it was read - re-checking loan " LN-NUMBER "."
           CALL 'DataProgram' USING 'READ  ', ACCOUNT-NUMBER,
               ACCT-PASS-AREA, WS-DATA-RESULT
           MOVE PASS-BALANCE TO FINAL-BALANCE
           MOVE PASS-OD-LIMIT TO WS-OVERDRAFT-LIMIT
           IF WS-DATA-RESULT NOT = '00'
               MOVE 'NO' TO WS-EXEC-OK
               MOVE 'ACCOUNT NOT ON FILE' TO WS-FAIL-REASON
           ELSE
               IF PASS-STATUS NOT = 'A'
                   MOVE 'NO' TO WS-EXEC-OK
                   MOVE 'ACCOUNT NOT ACTIVE' TO WS-FAIL-REASON
               END-IF
           END-IF
           IF WS-EXEC-OK = 'YES'
               AND WS-STALE-RETRIES > WS-STALE-MAX
               MOVE 'NO' TO WS-EXEC-OK
               MOVE 'ACCOUNT KEPT CHANGING' TO WS-FAIL-REASON
           END-IF
           IF WS-EXEC-OK = 'YES'
               PERFORM COMPUTE-AVAILABLE-FUNDS
               PERFORM CHECK-DAILY-DEBIT-CAP
               IF WS-AVAILABLE-FUNDS < AMOUNT
                   MOVE 'NO' TO WS-EXEC-OK
                   MOVE 'INSUFFICIENT FUNDS' TO WS-FAIL-REASON
               ELSE
                   IF WS-CAP-OK NOT = 'YES'
                       MOVE 'NO' TO WS-EXEC-OK
                       MOVE 'DAILY DEBIT CAP' TO WS-FAIL-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-EXEC-OK = 'YES'
               MOVE FINAL-BALANCE TO WS-PRE-BALANCE
               SUBTRACT AMOUNT FROM FINAL-BALANCE
               ADD AMOUNT TO PASS-DEBITS-TODAY
               PERFORM RESTAMP-CHECKPOINT
               MOVE FINAL-BALANCE TO PASS-BALANCE
               MOVE WS-OVERDRAFT-LIMIT TO PASS-OD-LIMIT
               CALL 'DataProgram' USING 'WRITE ', ACCOUNT-NUMBER,
                   ACCT-PASS-AREA, WS-DATA-RESULT
           END-IF.

       COMPUTE-AVAILABLE-FUNDS.
           MOVE 0 TO WS-HOLD-TOTAL
           CALL 'HoldProgram' USING 'SUMACT', ACCOUNT-NUMBER,
               WS-HOLD-SEQ, WS-HOLD-AMOUNT, WS-HOLD-REASON,
               WS-HOLD-EXPIRY, WS-BUSINESS-DATE, WS-HOLD-TOTAL,
               WS-HOLD-RESULT
           COMPUTE WS-AVAILABLE-FUNDS =
               FINAL-BALANCE + WS-OVERDRAFT-LIMIT - WS-HOLD-TOTAL.

       CHECK-DAILY-DEBIT-CAP.
           MOVE 'YES' TO WS-CAP-OK
           IF PASS-DEBITS-DATE NOT = WS-BUSINESS-DATE
               MOVE WS-BUSINESS-DATE TO PASS-DEBITS-DATE
               MOVE 0 TO PASS-DEBITS-TODAY
           END-IF
           IF PASS-DAILY-DEBIT-LIMIT > 0
               COMPUTE WS-DEBITS-PROJECTED =
                   PASS-DEBITS-TODAY + AMOUNT
               IF WS-DEBITS-PROJECTED > PASS-DAILY-DEBIT-LIMIT
                   MOVE 'NO' TO WS-CAP-OK
               END-IF
           END-IF.

       SET-CHECKPOINT.
           MOVE 'N' TO WS-CKPT-BLOCKED
           MOVE ACCOUNT-NUMBER TO CKPT-ACCOUNT
           OPEN I-O CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '35'
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               OPEN I-O CHECKPOINT-FILE
           END-IF
           MOVE ACCOUNT-NUMBER TO CKPT-ACCOUNT
           READ CHECKPOINT-FILE
               INVALID KEY
                   MOVE 'N' TO CKPT-IN-USE
           END-READ
           IF CKPT-IN-USE = 'Y'
               MOVE 'Y' TO WS-CKPT-BLOCKED
               DISPLAY "WARNING: unresolved checkpoint for account "
                   ACCOUNT-NUMBER ": op " CKPT-OPERATION " amount "
                   CKPT-AMOUNT " pre-balance " CKPT-PRE-BALANCE
               DISPLAY "Verify or replay that posting before "
                   "retrying - this posting was NOT applied."
           ELSE
               MOVE 'Y' TO CKPT-IN-USE
               MOVE ACCOUNT-NUMBER TO CKPT-ACCOUNT
               MOVE OPERATION-TYPE TO CKPT-OPERATION
               MOVE AMOUNT TO CKPT-AMOUNT
               MOVE WS-PRE-BALANCE TO CKPT-PRE-BALANCE
               REWRITE CHECKPOINT-RECORD
                   INVALID KEY
                       WRITE CHECKPOINT-RECORD
               END-REWRITE
           END-IF
           CLOSE CHECKPOINT-FILE.

       RESTAMP-CHECKPOINT.
           MOVE ACCOUNT-NUMBER TO CKPT-ACCOUNT
           OPEN I-O CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = '35'
               READ CHECKPOINT-FILE
                   INVALID KEY
                       MOVE 'N' TO CKPT-IN-USE
               END-READ
               IF CKPT-IN-USE = 'Y'
                   MOVE WS-PRE-BALANCE TO CKPT-PRE-BALANCE
                   REWRITE CHECKPOINT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF
           CLOSE CHECKPOINT-FILE.

       CLEAR-CHECKPOINT.
           MOVE ACCOUNT-NUMBER TO CKPT-ACCOUNT
           OPEN I-O CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = '35'
               MOVE 'N' TO CKPT-IN-USE
               REWRITE CHECKPOINT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           CLOSE CHECKPOINT-FILE.

       APPEND-JOURNAL-RECORD.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO JNL-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO JNL-TIME
           MOVE ACCOUNT-NUMBER TO JNL-ACCOUNT
           MOVE OPERATION-TYPE TO JNL-OPERATION
           MOVE WS-LEG-AMOUNT TO JNL-AMOUNT
           MOVE FINAL-BALANCE TO JNL-RESULT-BALANCE
           MOVE TELLER-ID TO JNL-TELLER
           MOVE 'N' TO JNL-CASH-IND
           MOVE WS-TXN-REFERENCE TO JNL-REFERENCE
           MOVE WS-PAIR-REFERENCE TO JNL-PAIR-REF
           MOVE 0 TO JNL-REVERSES-REF
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.
