       IDENTIFICATION DIVISION.
       PROGRAM-ID. OverdraftCoverProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROTECT-FILE ASSIGN TO "ODPROT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-ACCOUNT
               FILE STATUS IS WS-PROTECT-STATUS.

           SELECT PROTECT-CONFIG-FILE ASSIGN TO "ODPCFG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "TRANJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

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
       FD  PROTECT-FILE.
       COPY "odprot.cpy".

       FD  PROTECT-CONFIG-FILE.
       COPY "odpcfg.cpy".

       FD  JOURNAL-FILE.
       COPY "jrnlrec.cpy".

       FD  CHECKPOINT-FILE.
       COPY "chkptrec.cpy".

       FD  NOTICE-FILE.
       COPY "noticrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PROTECT-STATUS      PIC XX.
       01  WS-CONFIG-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-CKPT-STATUS         PIC XX.
       01  WS-NOTICE-STATUS       PIC XX.
       01  WS-TXN-REFERENCE       PIC 9(10).
       01  WS-PAIR-REFERENCE      PIC 9(10) VALUE 0.

       01  OPERATION-TYPE         PIC X(6).
       01  ACCOUNT-NUMBER         PIC 9(9).
       01  AMOUNT                 PIC 9(6)V99.
       01  FINAL-BALANCE          PIC S9(6)V99 SIGN IS TRAILING
                                       SEPARATE.
       01  WS-OVERDRAFT-LIMIT     PIC 9(6)V99.
       01  WS-AVAILABLE-FUNDS     PIC S9(6)V99 SIGN IS TRAILING
                                       SEPARATE.
       01  WS-PRE-BALANCE         PIC S9(6)V99 SIGN IS TRAILING
                                       SEPARATE.
       01  WS-CKPT-BLOCKED        PIC X VALUE 'N'.

       COPY "acctpass.cpy".
       01  WS-DATA-RESULT         PIC XX.
       01  WS-CAP-OK              PIC X(3).
       01  WS-DEBITS-PROJECTED    PIC 9(7)V99.
       01  WS-STALE-RETRIES       PIC 9(2).
       01  WS-STALE-MAX           PIC 9(2) VALUE 5.

       01  WS-HOLD-SEQ            PIC 9(4).
       01  WS-HOLD-AMOUNT         PIC 9(6)V99.
       01  WS-HOLD-REASON         PIC X(4).
       01  WS-HOLD-EXPIRY         PIC 9(8).
       01  WS-HOLD-TOTAL          PIC 9(7)V99.
       01  WS-HOLD-RESULT         PIC XX.

      *    Primary account owner, taken before the backup account
      *    is read into the same pass area.
       01  WS-PRIMARY-CUSTOMER    PIC 9(6).
       01  WS-PRIMARY-NAME        PIC X(30).

      *    Sweeps are rounded up to a multiple of this unit;
      *    zero sweeps the exact shortfall (ODPCFG.DAT).
       01  WS-ROUND-UNIT          PIC 9(6)V99 VALUE 0.
       01  WS-ROUND-COUNT         PIC 9(7).
       01  WS-ROUNDED-AMOUNT      PIC 9(7)V99.
      *    Outcome of the funds / cap check on the backup
      *    account, in PASSED-RESULT terms.
       01  WS-FUNDS-RESULT        PIC XX.

       01  WS-NTC-TEXT            PIC X(40).

       LINKAGE SECTION.
       01  PASSED-FUNCTION        PIC X(6).
       01  PASSED-ACCOUNT         PIC 9(9).
       COPY "odppass.cpy".
       01  PASSED-RESULT          PIC XX.

       PROCEDURE DIVISION USING PASSED-FUNCTION, PASSED-ACCOUNT,
               ODP-PASS-AREA, PASSED-RESULT.
       MAIN-LOGIC.
           PERFORM OPEN-PROTECT-FILE
           MOVE '00' TO PASSED-RESULT

           EVALUATE PASSED-FUNCTION
               WHEN 'LINK  '
                   PERFORM LINK-BACKUP-ACCOUNT
               WHEN 'UNLINK'
                   PERFORM UNLINK-BACKUP-ACCOUNT
               WHEN 'QUERY '
                   PERFORM QUERY-BACKUP-ACCOUNT
               WHEN 'COVER '
                   PERFORM COVER-SHORTFALL
               WHEN OTHER
                   DISPLAY "OverdraftCoverProgram: unknown function "
                       PASSED-FUNCTION
                   MOVE '99' TO PASSED-RESULT
           END-EVALUATE

           CLOSE PROTECT-FILE
           GOBACK.

       OPEN-PROTECT-FILE.
           OPEN I-O PROTECT-FILE
           IF WS-PROTECT-STATUS = '35'
               OPEN OUTPUT PROTECT-FILE
               CLOSE PROTECT-FILE
               OPEN I-O PROTECT-FILE
           END-IF.

       LINK-BACKUP-ACCOUNT.
           PERFORM CHECK-BACKUP-ACCOUNT
           IF PASSED-RESULT = '00'
               MOVE PASSED-ACCOUNT TO ODP-ACCOUNT
               READ PROTECT-FILE
                   INVALID KEY
                       MOVE PASSED-ACCOUNT TO ODP-ACCOUNT
                       MOVE SPACE TO ODP-STATUS
               END-READ
               IF ODP-STATUS = 'A'
                   AND ODP-BACKUP-ACCOUNT = ODPS-BACKUP-ACCOUNT
                   MOVE '22' TO PASSED-RESULT
               END-IF
           END-IF
           IF PASSED-RESULT = '00'
               MOVE ODPS-BACKUP-ACCOUNT TO ODP-BACKUP-ACCOUNT
               MOVE 'A' TO ODP-STATUS
               MOVE ODPS-DATE TO ODP-LINKED-DATE
               MOVE 0 TO ODP-ENDED-DATE
               MOVE ODPS-TELLER TO ODP-TELLER
               REWRITE OVERDRAFT-PROTECT-RECORD
                   INVALID KEY
                       WRITE OVERDRAFT-PROTECT-RECORD
               END-REWRITE
           END-IF.

       UNLINK-BACKUP-ACCOUNT.
           PERFORM READ-ACTIVE-LINK
           IF PASSED-RESULT = '00'
               MOVE 'E' TO ODP-STATUS
               MOVE ODPS-DATE TO ODP-ENDED-DATE
               MOVE ODPS-TELLER TO ODP-TELLER
               REWRITE OVERDRAFT-PROTECT-RECORD
                   INVALID KEY
                       MOVE '23' TO PASSED-RESULT
               END-REWRITE
           END-IF.

       QUERY-BACKUP-ACCOUNT.
           PERFORM READ-ACTIVE-LINK.

       READ-ACTIVE-LINK.
           MOVE 0 TO ODPS-BACKUP-ACCOUNT
           MOVE PASSED-ACCOUNT TO ODP-ACCOUNT
           READ PROTECT-FILE
               INVALID KEY
                   MOVE '23' TO PASSED-RESULT
           END-READ
           IF PASSED-RESULT = '00'
               IF ODP-STATUS = 'A'
                   MOVE ODP-BACKUP-ACCOUNT TO ODPS-BACKUP-ACCOUNT
               ELSE
                   MOVE '23' TO PASSED-RESULT
               END-IF
           END-IF.

       CHECK-BACKUP-ACCOUNT.
           MOVE 0 TO WS-PRIMARY-CUSTOMER
           MOVE SPACES TO WS-PRIMARY-NAME
           CALL 'DataProgram' USING 'READ  ', PASSED-ACCOUNT,
               ACCT-PASS-AREA, WS-DATA-RESULT
           IF WS-DATA-RESULT = '00'
               MOVE PASS-CUSTOMER-ID TO WS-PRIMARY-CUSTOMER
               MOVE PASS-CUSTOMER-NAME TO WS-PRIMARY-NAME
           END-IF
           CALL 'DataProgram' USING 'READ  ', ODPS-BACKUP-ACCOUNT,
               ACCT-PASS-AREA, WS-DATA-RESULT
           IF WS-DATA-RESULT NOT = '00'
               MOVE '24' TO PASSED-RESULT
           ELSE
               IF PASS-STATUS NOT = 'A'
                   MOVE '25' TO PASSED-RESULT
               ELSE
                   IF ODPS-BACKUP-ACCOUNT = PASSED-ACCOUNT
                       OR WS-PRIMARY-CUSTOMER = 0
                       OR PASS-CUSTOMER-ID NOT = WS-PRIMARY-CUSTOMER
                       MOVE '26' TO PASSED-RESULT
                   END-IF
               END-IF
           END-IF.

       COVER-SHORTFALL.
           MOVE 0 TO ODPS-SWEPT-AMOUNT
           MOVE 0 TO ODPS-DEBIT-REF
           MOVE 0 TO ODPS-CREDIT-REF
           PERFORM READ-ACTIVE-LINK
           IF PASSED-RESULT = '00'
               PERFORM CHECK-BACKUP-ACCOUNT
           END-IF
           IF PASSED-RESULT = '00'
               PERFORM LOAD-PROTECT-CONFIG
               PERFORM CHOOSE-SWEEP-AMOUNT
           END-IF
           IF PASSED-RESULT = '00'
               PERFORM POST-SWEEP-DEBIT
           END-IF
           IF PASSED-RESULT = '00'
               PERFORM POST-SWEEP-CREDIT
           END-IF
           IF PASSED-RESULT = '00'
               MOVE AMOUNT TO ODPS-SWEPT-AMOUNT
               PERFORM APPEND-COVER-NOTICE
           END-IF.

       LOAD-PROTECT-CONFIG.
           MOVE 0 TO WS-ROUND-UNIT
           OPEN INPUT PROTECT-CONFIG-FILE
           IF WS-CONFIG-STATUS = '35'
               CONTINUE
           ELSE
               READ PROTECT-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ODC-ROUND-UNIT TO WS-ROUND-UNIT
               END-READ
               CLOSE PROTECT-CONFIG-FILE
           END-IF.

       CHOOSE-SWEEP-AMOUNT.
           MOVE ODPS-BACKUP-ACCOUNT TO ACCOUNT-NUMBER
           MOVE PASS-BALANCE TO FINAL-BALANCE
           MOVE PASS-OD-LIMIT TO WS-OVERDRAFT-LIMIT
           PERFORM COMPUTE-AVAILABLE-FUNDS

           MOVE ODPS-SHORTFALL TO WS-ROUNDED-AMOUNT
           IF WS-ROUND-UNIT > 0
               DIVIDE ODPS-SHORTFALL BY WS-ROUND-UNIT
                   GIVING WS-ROUND-COUNT
               COMPUTE WS-ROUNDED-AMOUNT =
                   WS-ROUND-COUNT * WS-ROUND-UNIT
               IF WS-ROUNDED-AMOUNT < ODPS-SHORTFALL
                   ADD WS-ROUND-UNIT TO WS-ROUNDED-AMOUNT
               END-IF
               IF WS-ROUNDED-AMOUNT > 999999.99
                   MOVE ODPS-SHORTFALL TO WS-ROUNDED-AMOUNT
               END-IF
           END-IF

           MOVE WS-ROUNDED-AMOUNT TO AMOUNT
           PERFORM CHECK-BACKUP-FUNDS
           IF WS-FUNDS-RESULT NOT = '00'
               AND AMOUNT > ODPS-SHORTFALL
               MOVE ODPS-SHORTFALL TO AMOUNT
               PERFORM CHECK-BACKUP-FUNDS
           END-IF
           MOVE WS-FUNDS-RESULT TO PASSED-RESULT.

       CHECK-BACKUP-FUNDS.
           MOVE '00' TO WS-FUNDS-RESULT
           IF WS-AVAILABLE-FUNDS < AMOUNT
               MOVE '27' TO WS-FUNDS-RESULT
           ELSE
               PERFORM CHECK-DAILY-DEBIT-CAP
               IF WS-CAP-OK NOT = 'YES'
                   MOVE '28' TO WS-FUNDS-RESULT
               END-IF
           END-IF.

       POST-SWEEP-DEBIT.
           MOVE ODPS-BACKUP-ACCOUNT TO ACCOUNT-NUMBER
           MOVE 'ODPDB ' TO OPERATION-TYPE
           MOVE 0 TO WS-PAIR-REFERENCE
           MOVE FINAL-BALANCE TO WS-PRE-BALANCE
           SUBTRACT AMOUNT FROM FINAL-BALANCE
           PERFORM SET-CHECKPOINT
           IF WS-CKPT-BLOCKED = 'Y'
               MOVE '29' TO PASSED-RESULT
           ELSE
               ADD AMOUNT TO PASS-DEBITS-TODAY
               PERFORM WRITE-ACCOUNT-RECORD
               IF WS-DATA-RESULT = '00'
                   PERFORM APPEND-JOURNAL-RECORD
                   MOVE WS-TXN-REFERENCE TO ODPS-DEBIT-REF
               ELSE
                   IF PASSED-RESULT = '00'
                       MOVE '29' TO PASSED-RESULT
                   END-IF
               END-IF
               PERFORM CLEAR-CHECKPOINT
           END-IF.

       POST-SWEEP-CREDIT.
           MOVE PASSED-ACCOUNT TO ACCOUNT-NUMBER
           MOVE 'ODPCR ' TO OPERATION-TYPE
           MOVE ODPS-DEBIT-REF TO WS-PAIR-REFERENCE
           CALL 'DataProgram' USING 'READ  ', ACCOUNT-NUMBER,
               ACCT-PASS-AREA, WS-DATA-RESULT
           IF WS-DATA-RESULT NOT = '00'
               MOVE '30' TO PASSED-RESULT
           ELSE
               MOVE PASS-BALANCE TO FINAL-BALANCE
               MOVE PASS-OD-LIMIT TO WS-OVERDRAFT-LIMIT
               MOVE FINAL-BALANCE TO WS-PRE-BALANCE
               ADD AMOUNT TO FINAL-BALANCE
               PERFORM SET-CHECKPOINT
               IF WS-CKPT-BLOCKED = 'Y'
                   MOVE '30' TO PASSED-RESULT
               ELSE
                   PERFORM WRITE-ACCOUNT-RECORD
                   IF WS-DATA-RESULT = '00'
                       PERFORM APPEND-JOURNAL-RECORD
                       MOVE WS-TXN-REFERENCE TO ODPS-CREDIT-REF
                   ELSE
                       MOVE '30' TO PASSED-RESULT
                   END-IF
                   PERFORM CLEAR-CHECKPOINT
               END-IF
           END-IF
           MOVE 0 TO WS-PAIR-REFERENCE
           IF PASSED-RESULT = '30'
               DISPLAY "Backup account " ODPS-BACKUP-ACCOUNT
                   " debited but account " PASSED-ACCOUNT
                   " cover credit not applied - sweep is PARTIAL. "
                   "Escalate for manual repair."
               DISPLAY "  Repair by reversing debit reference "
                   ODPS-DEBIT-REF "."
           END-IF.

       WRITE-ACCOUNT-RECORD.
           CALL 'TxnRefProgram' USING WS-TXN-REFERENCE
           IF WS-TXN-REFERENCE = 0
               MOVE '99' TO WS-DATA-RESULT
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
                   OR PASSED-RESULT NOT = '00'
               PERFORM REAPPLY-STALE-POSTING
           END-PERFORM
           IF PASSED-RESULT NOT = '00'
               MOVE '09' TO WS-DATA-RESULT
           END-IF.

       REAPPLY-STALE-POSTING.
           ADD 1 TO WS-STALE-RETRIES
           DISPLAY "Account " ACCOUNT-NUMBER " was updated elsewhere "
               "since it was read - re-checking the cover sweep."
           CALL 'DataProgram' USING 'READ  ', ACCOUNT-NUMBER,
               ACCT-PASS-AREA, WS-DATA-RESULT
           MOVE PASS-BALANCE TO FINAL-BALANCE
           MOVE PASS-OD-LIMIT TO WS-OVERDRAFT-LIMIT
           IF WS-DATA-RESULT NOT = '00'
               MOVE '29' TO PASSED-RESULT
           END-IF
           IF PASSED-RESULT = '00'
               AND WS-STALE-RETRIES > WS-STALE-MAX
               MOVE '29' TO PASSED-RESULT
           END-IF
           IF PASSED-RESULT = '00'
               AND OPERATION-TYPE = 'ODPDB '
               IF PASS-STATUS NOT = 'A'
                   MOVE '25' TO PASSED-RESULT
               ELSE
                   PERFORM COMPUTE-AVAILABLE-FUNDS
                   PERFORM CHECK-BACKUP-FUNDS
                   MOVE WS-FUNDS-RESULT TO PASSED-RESULT
               END-IF
           END-IF
           IF PASSED-RESULT = '00'
               MOVE FINAL-BALANCE TO WS-PRE-BALANCE
               IF OPERATION-TYPE = 'ODPDB '
                   SUBTRACT AMOUNT FROM FINAL-BALANCE
                   ADD AMOUNT TO PASS-DEBITS-TODAY
               ELSE
                   ADD AMOUNT TO FINAL-BALANCE
               END-IF
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
               WS-HOLD-EXPIRY, ODPS-DATE, WS-HOLD-TOTAL,
               WS-HOLD-RESULT
           COMPUTE WS-AVAILABLE-FUNDS =
               FINAL-BALANCE + WS-OVERDRAFT-LIMIT - WS-HOLD-TOTAL.

       CHECK-DAILY-DEBIT-CAP.
           MOVE 'YES' TO WS-CAP-OK
           IF PASS-DEBITS-DATE NOT = ODPS-DATE
               MOVE ODPS-DATE TO PASS-DEBITS-DATE
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
           MOVE ODPS-DATE TO JNL-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO JNL-TIME
           MOVE ACCOUNT-NUMBER TO JNL-ACCOUNT
           MOVE OPERATION-TYPE TO JNL-OPERATION
           MOVE AMOUNT TO JNL-AMOUNT
           MOVE FINAL-BALANCE TO JNL-RESULT-BALANCE
           MOVE ODPS-TELLER TO JNL-TELLER
           MOVE 'N' TO JNL-CASH-IND
           MOVE WS-TXN-REFERENCE TO JNL-REFERENCE
           MOVE WS-PAIR-REFERENCE TO JNL-PAIR-REF
           MOVE 0 TO JNL-REVERSES-REF
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

       APPEND-COVER-NOTICE.
           MOVE SPACES TO WS-NTC-TEXT
           STRING 'OVERDRAFT COVER FROM ACCOUNT '
               ODPS-BACKUP-ACCOUNT DELIMITED BY SIZE
               INTO WS-NTC-TEXT
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-STATUS = '35'
               OPEN OUTPUT NOTICE-FILE
           END-IF
           MOVE 'ODCOVR' TO NTC-CODE
           MOVE PASSED-ACCOUNT TO NTC-ACCOUNT
           MOVE WS-PRIMARY-NAME TO NTC-CUSTOMER-NAME
           MOVE ODPS-DATE TO NTC-DATE
           MOVE AMOUNT TO NTC-AMOUNT
           MOVE WS-NTC-TEXT TO NTC-TEXT
           MOVE 'N' TO NTC-SENT
           WRITE NOTICE-RECORD
           CLOSE NOTICE-FILE.
