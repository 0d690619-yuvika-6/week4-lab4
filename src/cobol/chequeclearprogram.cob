       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChequeClearProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESENTED-FILE ASSIGN TO "CHQCLRIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRESENTED-STATUS.

           SELECT RETURNS-FILE ASSIGN TO "CHQRTRN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "TRANJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "CHQREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABR-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "NOTICES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESENTED-FILE.
       COPY "chqclr.cpy".

       FD  RETURNS-FILE.
       01  RETURN-RECORD          PIC X(50).

       FD  JOURNAL-FILE.
       COPY "jrnlrec.cpy".

       FD  BUSINESS-DATE-FILE.
       COPY "busidate.cpy".

       FD  BATCH-REGISTER-FILE.
       COPY "batchreg.cpy".

       FD  NOTICE-FILE.
       COPY "noticrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PRESENTED-STATUS    PIC XX.
       01  WS-RETURNS-STATUS      PIC XX.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-TXN-REFERENCE       PIC 9(10).
       01  WS-BUSDATE-STATUS      PIC XX.
       01  WS-REGISTER-STATUS     PIC XX.
       01  WS-NOTICE-STATUS       PIC XX.
       01  WS-EOF-PRESENTED       PIC X(3) VALUE 'NO'.

       01  WS-BUSINESS-DATE       PIC 9(8).

       01  WS-VERIFY-OK           PIC X(3).
       01  WS-HEADER-SEEN         PIC X(3).
       01  WS-TRAILER-SEEN        PIC X(3).
       01  WS-SOURCE-ID           PIC X(4).
       01  WS-BATCH-NO            PIC 9(6).
       01  WS-BATCH-CREATED       PIC 9(8).
       01  WS-CALC-COUNT          PIC 9(6).
       01  WS-CALC-HASH           PIC 9(11)V99.
       01  WS-TRL-COUNT           PIC 9(6).
       01  WS-TRL-HASH            PIC 9(11)V99.

      *    A register entry with a zero item count is a run that
      *    started but never finished. Rerunning that batch resumes
      *    it: a cheque already paid in this same clearing source
      *    and batch, for the same amount, under a reference issued
      *    before this run's first (WS-RUN-FIRST-REF) is skipped
      *    rather than returned as a duplicate. A serial presented
      *    twice and paid earlier in this run is still returned. A
      *    cheque the interrupted run returned already has its
      *    CHQRTN notice, dated on or after WS-RESUME-DATE, so no
      *    second notice is written for it.
       01  WS-RESUMING-RUN        PIC X(3) VALUE 'NO'.
       01  WS-RESUME-DATE         PIC 9(8) VALUE 0.
       01  WS-RUN-FIRST-REF       PIC 9(10) VALUE 0.
       01  WS-EOF-NOTICES         PIC X(3).
       01  WS-NOTICE-FOUND        PIC X(3).

      *    Working copy of a clearing record used to build the
      *    returns file without disturbing the input buffer.
       01  WS-RETURN-ITEM.
           05  WSR-TYPE               PIC X.
           05  WSR-DETAIL.
               10  WSR-ACCOUNT            PIC 9(9).
               10  WSR-SERIAL             PIC 9(6).
               10  WSR-AMOUNT             PIC 9(6)V99.
               10  WSR-PRESENTING-BANK    PIC X(8).
               10  WSR-ITEM-REF           PIC X(16).
               10  WSR-RETURN-REASON      PIC XX.
           05  WSR-HEADER REDEFINES WSR-DETAIL.
               10  WSR-SOURCE             PIC X(4).
               10  WSR-BATCH              PIC 9(6).
               10  WSR-CREATED            PIC 9(8).
               10  FILLER                 PIC X(31).
           05  WSR-TRAILER REDEFINES WSR-DETAIL.
               10  WSR-ITEM-COUNT         PIC 9(6).
               10  WSR-HASH-TOTAL         PIC 9(11)V99.
               10  FILLER                 PIC X(30).

       01  OPERATION-TYPE         PIC X(6).
       01  ACCOUNT-NUMBER         PIC 9(9).
       01  AMOUNT                 PIC 9(6)V99.
       01  FINAL-BALANCE          PIC S9(6)V99 SIGN IS TRAILING
                                       SEPARATE.
       01  WS-OVERDRAFT-LIMIT     PIC 9(6)V99.
       01  WS-AVAILABLE-FUNDS     PIC S9(6)V99 SIGN IS TRAILING
                                       SEPARATE.
       01  TELLER-ID              PIC X(8) VALUE 'SYSTEM'.
       01  WS-RETURN-REASON       PIC XX.

       COPY "acctpass.cpy".
       01  WS-DATA-RESULT         PIC XX.

       COPY "chqpass.cpy".
       01  WS-CHQ-RESULT          PIC XX.

       01  WS-HOLD-SEQ            PIC 9(4).
       01  WS-HOLD-AMOUNT         PIC 9(6)V99.
       01  WS-HOLD-REASON         PIC X(4).
       01  WS-HOLD-EXPIRY         PIC 9(8).
       01  WS-HOLD-TOTAL          PIC 9(7)V99.
       01  WS-HOLD-RESULT         PIC XX.

      *    Re-check of a cheque whose account was updated
      *    elsewhere between our read and our write.
      *    WS-STALE-REASON carries the return reason found on the
      *    re-check, or '99' when the account kept changing and
      *    the cheque must be paid or returned by hand ('98' when
      *    no transaction reference could be issued).
       01  WS-STALE-OK            PIC X(3).
       01  WS-STALE-REASON        PIC XX.
       01  WS-STALE-RETRIES       PIC 9(2).
       01  WS-STALE-MAX           PIC 9(2) VALUE 5.

       01  WS-NTC-CODE            PIC X(6) VALUE 'CHQRTN'.
       01  WS-NTC-TEXT.
           05  FILLER                 PIC X(7) VALUE 'CHEQUE '.
           05  WS-NTC-SERIAL          PIC 9(6).
           05  FILLER                 PIC X(10) VALUE ' RETURNED '.
           05  WS-NTC-REASON          PIC X(17).

       01  WS-ITEMS-READ          PIC 9(6) VALUE 0.
       01  WS-ITEMS-PAID          PIC 9(6) VALUE 0.
       01  WS-ITEMS-RETURNED      PIC 9(6) VALUE 0.
       01  WS-ITEMS-ESCALATED     PIC 9(6) VALUE 0.
       01  WS-ITEMS-RESUMED       PIC 9(6) VALUE 0.
       01  WS-PAID-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-RETURN-COUNT        PIC 9(6) VALUE 0.
       01  WS-RETURN-HASH         PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           DISPLAY "============================================"
           DISPLAY "INWARD CHEQUE CLEARING - " WS-BUSINESS-DATE
           DISPLAY "============================================"

           OPEN INPUT PRESENTED-FILE
           IF WS-PRESENTED-STATUS = '35'
               DISPLAY "No CHQCLRIN.DAT found - nothing to clear."
               CLOSE PRESENTED-FILE
               GOBACK
           END-IF

           PERFORM VERIFY-PRESENTED-FILE
           CLOSE PRESENTED-FILE
           IF WS-VERIFY-OK NOT = 'YES'
               DISPLAY "Presented-cheque file REJECTED whole - "
                   "nothing paid."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-BATCH-REGISTER
           IF WS-VERIFY-OK NOT = 'YES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "Clearing source " WS-SOURCE-ID " batch "
               WS-BATCH-NO " created " WS-BATCH-CREATED " - "
               WS-CALC-COUNT " cheques, hash " WS-CALC-HASH

           OPEN INPUT PRESENTED-FILE
           OPEN OUTPUT RETURNS-FILE
           PERFORM WRITE-RETURNS-HEADER

           PERFORM UNTIL WS-EOF-PRESENTED = 'YES'
               READ PRESENTED-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-PRESENTED
                   NOT AT END
                       IF CCL-TYPE = 'D'
                           ADD 1 TO WS-ITEMS-READ
                           PERFORM PROCESS-ONE-CHEQUE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-RETURNS-TRAILER
           CLOSE RETURNS-FILE
           CLOSE PRESENTED-FILE

           PERFORM RECORD-BATCH-APPLIED

           DISPLAY "============================================"
           DISPLAY "Cheques presented: " WS-ITEMS-READ
           DISPLAY "Cheques paid:      " WS-ITEMS-PAID
           DISPLAY "Amount paid:       " WS-PAID-TOTAL
           DISPLAY "Cheques returned:  " WS-ITEMS-RETURNED
           DISPLAY "Amount returned:   " WS-RETURN-HASH
           DISPLAY "Cheques escalated: " WS-ITEMS-ESCALATED
           IF WS-RESUMING-RUN = 'YES'
               DISPLAY "Already paid by the interrupted run: "
                   WS-ITEMS-RESUMED
           END-IF
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

       VERIFY-PRESENTED-FILE.
           MOVE 'YES' TO WS-VERIFY-OK
           MOVE 'NO' TO WS-HEADER-SEEN
           MOVE 'NO' TO WS-TRAILER-SEEN
           MOVE 0 TO WS-CALC-COUNT
           MOVE 0 TO WS-CALC-HASH
           MOVE 'NO' TO WS-EOF-PRESENTED
           PERFORM UNTIL WS-EOF-PRESENTED = 'YES'
               READ PRESENTED-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-PRESENTED
                   NOT AT END
                       PERFORM VERIFY-ONE-RECORD
               END-READ
           END-PERFORM
           MOVE 'NO' TO WS-EOF-PRESENTED

           IF WS-HEADER-SEEN NOT = 'YES'
               MOVE 'NO' TO WS-VERIFY-OK
               DISPLAY "CHQCLRIN.DAT has no header record."
           END-IF
           IF WS-TRAILER-SEEN NOT = 'YES'
               MOVE 'NO' TO WS-VERIFY-OK
               DISPLAY "CHQCLRIN.DAT has no trailer record - "
                   "transmission may be truncated."
           ELSE
               IF WS-TRL-COUNT NOT = WS-CALC-COUNT
                   MOVE 'NO' TO WS-VERIFY-OK
                   DISPLAY "Trailer item count " WS-TRL-COUNT
                       " does not match cheques read "
                       WS-CALC-COUNT "."
               END-IF
               IF WS-TRL-HASH NOT = WS-CALC-HASH
                   MOVE 'NO' TO WS-VERIFY-OK
                   DISPLAY "Trailer hash total " WS-TRL-HASH
                       " does not match amounts read "
                       WS-CALC-HASH "."
               END-IF
           END-IF.

       VERIFY-ONE-RECORD.
           IF WS-TRAILER-SEEN = 'YES'
               MOVE 'NO' TO WS-VERIFY-OK
               DISPLAY "Record found after the trailer."
           END-IF
           EVALUATE CCL-TYPE
               WHEN 'H'
                   IF WS-HEADER-SEEN = 'YES'
                       MOVE 'NO' TO WS-VERIFY-OK
                       DISPLAY "Duplicate header record."
                   ELSE
                       MOVE 'YES' TO WS-HEADER-SEEN
                       MOVE CCL-SOURCE TO WS-SOURCE-ID
                       MOVE CCL-BATCH TO WS-BATCH-NO
                       MOVE CCL-CREATED TO WS-BATCH-CREATED
                   END-IF
               WHEN 'D'
                   IF WS-HEADER-SEEN NOT = 'YES'
                       MOVE 'NO' TO WS-VERIFY-OK
                       DISPLAY "Detail record before the header."
                   END-IF
                   ADD 1 TO WS-CALC-COUNT
                   ADD CCL-AMOUNT TO WS-CALC-HASH
               WHEN 'T'
                   MOVE 'YES' TO WS-TRAILER-SEEN
                   MOVE CCL-ITEM-COUNT TO WS-TRL-COUNT
                   MOVE CCL-HASH-TOTAL TO WS-TRL-HASH
               WHEN OTHER
                   MOVE 'NO' TO WS-VERIFY-OK
                   DISPLAY "Unknown record type '" CCL-TYPE "'."
           END-EVALUATE.

       CHECK-BATCH-REGISTER.
           OPEN I-O BATCH-REGISTER-FILE
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT BATCH-REGISTER-FILE
               CLOSE BATCH-REGISTER-FILE
               OPEN I-O BATCH-REGISTER-FILE
           END-IF
           MOVE WS-SOURCE-ID TO ABR-BRANCH
           MOVE WS-BATCH-NO TO ABR-BATCH
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   PERFORM RECORD-BATCH-STARTED
               NOT INVALID KEY
                   IF ABR-ITEM-COUNT = 0
                       MOVE 'YES' TO WS-RESUMING-RUN
                       MOVE ABR-APPLIED-DATE TO WS-RESUME-DATE
                       DISPLAY "Clearing source " WS-SOURCE-ID
                           " batch " WS-BATCH-NO " was started on "
                           ABR-APPLIED-DATE " but did not finish - "
                           "resuming. Cheques it already paid are "
                           "skipped."
                   ELSE
                       MOVE 'NO' TO WS-VERIFY-OK
                       DISPLAY "Clearing source " WS-SOURCE-ID
                           " batch " WS-BATCH-NO
                           " was already cleared on "
                           ABR-APPLIED-DATE " (" ABR-ITEM-COUNT
                           " cheques) - rerun REFUSED. Nothing paid."
                   END-IF
           END-READ
           CLOSE BATCH-REGISTER-FILE.

       RECORD-BATCH-STARTED.
           MOVE WS-BUSINESS-DATE TO ABR-APPLIED-DATE
           MOVE 0 TO ABR-ITEM-COUNT
           MOVE 0 TO ABR-HASH-TOTAL
           WRITE APPLIED-BATCH-RECORD
               INVALID KEY
                   MOVE 'NO' TO WS-VERIFY-OK
           END-WRITE
           IF WS-REGISTER-STATUS NOT = '00'
               MOVE 'NO' TO WS-VERIFY-OK
               DISPLAY "Batch register entry for " WS-SOURCE-ID
                   " " WS-BATCH-NO " could not be written (status "
                   WS-REGISTER-STATUS ") - nothing paid."
           END-IF.

       RECORD-BATCH-APPLIED.
           OPEN I-O BATCH-REGISTER-FILE
           MOVE WS-SOURCE-ID TO ABR-BRANCH
           MOVE WS-BATCH-NO TO ABR-BATCH
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-REGISTER-STATUS = '00'
               MOVE WS-BUSINESS-DATE TO ABR-APPLIED-DATE
               MOVE WS-CALC-COUNT TO ABR-ITEM-COUNT
               MOVE WS-CALC-HASH TO ABR-HASH-TOTAL
               REWRITE APPLIED-BATCH-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "Batch register entry for " WS-SOURCE-ID
                   " " WS-BATCH-NO " could not be marked complete "
                   "(status " WS-REGISTER-STATUS ") - a rerun will "
                   "resume it and skip the cheques paid here."
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE BATCH-REGISTER-FILE.

       PROCESS-ONE-CHEQUE.
           MOVE '00' TO WS-RETURN-REASON
           MOVE CCL-ACCOUNT TO ACCOUNT-NUMBER
           MOVE CCL-AMOUNT TO AMOUNT

           CALL 'DataProgram' USING 'READ  ', ACCOUNT-NUMBER,
               ACCT-PASS-AREA, WS-DATA-RESULT
           MOVE PASS-BALANCE TO FINAL-BALANCE
           MOVE PASS-OD-LIMIT TO WS-OVERDRAFT-LIMIT
           IF WS-DATA-RESULT NOT = '00'
               MOVE '06' TO WS-RETURN-REASON
           ELSE
               PERFORM CHECK-CHEQUE-SERIAL
           END-IF
           IF WS-RETURN-REASON = '00'
               IF PASS-STATUS NOT = 'A'
                   MOVE '05' TO WS-RETURN-REASON
               END-IF
           END-IF
           IF WS-RETURN-REASON = '00'
               PERFORM CHECK-CHEQUE-FUNDS
           END-IF

           IF WS-RETURN-REASON = '00'
               PERFORM PAY-CHEQUE
           END-IF
           IF WS-RETURN-REASON NOT = '00'
               AND WS-RETURN-REASON NOT = '99'
               AND WS-RETURN-REASON NOT = '98'
               AND WS-RETURN-REASON NOT = '97'
               PERFORM RETURN-CHEQUE
           END-IF.

       CHECK-CHEQUE-SERIAL.
           MOVE CCL-SERIAL TO CQPS-FIRST-SERIAL
           MOVE CCL-SERIAL TO CQPS-LAST-SERIAL
           CALL 'ChequeProgram' USING 'CHECK ', ACCOUNT-NUMBER,
               CHQ-PASS-AREA, WS-CHQ-RESULT
           EVALUATE CQPS-STATUS
               WHEN 'N'
                   MOVE '02' TO WS-RETURN-REASON
               WHEN 'P'
                   IF WS-RESUMING-RUN = 'YES'
                       AND CQPS-SOURCE = WS-SOURCE-ID
                       AND CQPS-BATCH = WS-BATCH-NO
                       AND CQPS-AMOUNT = CCL-AMOUNT
                       AND (WS-RUN-FIRST-REF = 0
                           OR CQPS-REFERENCE < WS-RUN-FIRST-REF)
                       MOVE '97' TO WS-RETURN-REASON
                       ADD 1 TO WS-ITEMS-RESUMED
                       DISPLAY "Cheque " CCL-SERIAL " on account "
                           ACCOUNT-NUMBER " already paid by the "
                           "interrupted run (reference "
                           CQPS-REFERENCE ") - skipped."
                   ELSE
                       MOVE '03' TO WS-RETURN-REASON
                       DISPLAY "Cheque " CCL-SERIAL " on account "
                           ACCOUNT-NUMBER " was already paid on "
                           CQPS-DATE " for " CQPS-AMOUNT
                           " (reference " CQPS-REFERENCE ")."
                   END-IF
               WHEN 'S'
                   MOVE '01' TO WS-RETURN-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-CHEQUE-FUNDS.
           MOVE 0 TO WS-HOLD-TOTAL
           CALL 'HoldProgram' USING 'SUMACT', ACCOUNT-NUMBER,
               WS-HOLD-SEQ, WS-HOLD-AMOUNT, WS-HOLD-REASON,
               WS-HOLD-EXPIRY, WS-BUSINESS-DATE, WS-HOLD-TOTAL,
               WS-HOLD-RESULT
           COMPUTE WS-AVAILABLE-FUNDS =
               FINAL-BALANCE + WS-OVERDRAFT-LIMIT - WS-HOLD-TOTAL
           IF WS-AVAILABLE-FUNDS < AMOUNT
               MOVE '04' TO WS-RETURN-REASON
           END-IF.

       PAY-CHEQUE.
           MOVE 'CHQDB ' TO OPERATION-TYPE
           SUBTRACT AMOUNT FROM FINAL-BALANCE
           PERFORM WRITE-ACCOUNT-RECORD
           IF WS-DATA-RESULT = '00'
               PERFORM APPEND-JOURNAL-RECORD
               MOVE CCL-SERIAL TO CQPS-FIRST-SERIAL
               MOVE CCL-SERIAL TO CQPS-LAST-SERIAL
               MOVE AMOUNT TO CQPS-AMOUNT
               MOVE WS-BUSINESS-DATE TO CQPS-DATE
               MOVE TELLER-ID TO CQPS-TELLER
               MOVE WS-TXN-REFERENCE TO CQPS-REFERENCE
               MOVE WS-SOURCE-ID TO CQPS-SOURCE
               MOVE WS-BATCH-NO TO CQPS-BATCH
               CALL 'ChequeProgram' USING 'PAID  ', ACCOUNT-NUMBER,
                   CHQ-PASS-AREA, WS-CHQ-RESULT
               IF WS-CHQ-RESULT NOT = '00'
                   DISPLAY "Cheque " CCL-SERIAL " on account "
                       ACCOUNT-NUMBER " paid (reference "
                       WS-TXN-REFERENCE ") but could not be added "
                       "to CHQPAID.DAT. Escalate."
               END-IF
               ADD 1 TO WS-ITEMS-PAID
               ADD AMOUNT TO WS-PAID-TOTAL
           ELSE
               MOVE WS-STALE-REASON TO WS-RETURN-REASON
               IF WS-RETURN-REASON = '99' OR '98'
                   PERFORM REPORT-ESCALATED-CHEQUE
               END-IF
           END-IF.

       REPORT-ESCALATED-CHEQUE.
           ADD 1 TO WS-ITEMS-ESCALATED
           IF WS-RETURN-REASON = '98'
               DISPLAY "*** EXCEPTION *** Cheque " CCL-SERIAL
                   " for account " CCL-ACCOUNT " " CCL-AMOUNT
                   " - no transaction reference could be issued."
           ELSE
               DISPLAY "*** EXCEPTION *** Cheque " CCL-SERIAL
                   " for account " CCL-ACCOUNT " " CCL-AMOUNT
                   " - account kept changing during posting."
           END-IF
           DISPLAY "  Cheque NOT paid and NOT returned - pay or "
               "return it manually. Escalate.".

       WRITE-ACCOUNT-RECORD.
           CALL 'TxnRefProgram' USING WS-TXN-REFERENCE
           IF WS-TXN-REFERENCE = 0
               MOVE '99' TO WS-DATA-RESULT
               MOVE '98' TO WS-STALE-REASON
           ELSE
               IF WS-RUN-FIRST-REF = 0
                   MOVE WS-TXN-REFERENCE TO WS-RUN-FIRST-REF
               END-IF
               PERFORM WRITE-ACCOUNT-WITH-RETRY
           END-IF.

       WRITE-ACCOUNT-WITH-RETRY.
           MOVE FINAL-BALANCE TO PASS-BALANCE
           MOVE WS-OVERDRAFT-LIMIT TO PASS-OD-LIMIT
           CALL 'DataProgram' USING 'WRITE ', ACCOUNT-NUMBER,
               ACCT-PASS-AREA, WS-DATA-RESULT
           MOVE 'YES' TO WS-STALE-OK
           MOVE '00' TO WS-STALE-REASON
           MOVE 0 TO WS-STALE-RETRIES
           PERFORM UNTIL WS-DATA-RESULT NOT = '09'
                   OR WS-STALE-OK NOT = 'YES'
               PERFORM REAPPLY-STALE-POSTING
           END-PERFORM
           IF WS-STALE-OK NOT = 'YES'
               MOVE '09' TO WS-DATA-RESULT
           END-IF.

       REAPPLY-STALE-POSTING.
           ADD 1 TO WS-STALE-RETRIES
           DISPLAY "Account " ACCOUNT-NUMBER " was updated elsewhere "
               "since it was read - re-checking the cheque."
           CALL 'DataProgram' USING 'READ  ', ACCOUNT-NUMBER,
               ACCT-PASS-AREA, WS-DATA-RESULT
           MOVE PASS-BALANCE TO FINAL-BALANCE
           MOVE PASS-OD-LIMIT TO WS-OVERDRAFT-LIMIT
           IF WS-DATA-RESULT NOT = '00'
               MOVE 'NO' TO WS-STALE-OK
               MOVE '06' TO WS-STALE-REASON
           ELSE
               IF PASS-STATUS NOT = 'A'
                   MOVE 'NO' TO WS-STALE-OK
                   MOVE '05' TO WS-STALE-REASON
               END-IF
           END-IF
           IF WS-STALE-OK = 'YES'
               AND WS-STALE-RETRIES > WS-STALE-MAX
               MOVE 'NO' TO WS-STALE-OK
               MOVE '99' TO WS-STALE-REASON
           END-IF
           IF WS-STALE-OK = 'YES'
               PERFORM CHECK-CHEQUE-FUNDS
               IF WS-RETURN-REASON NOT = '00'
                   MOVE 'NO' TO WS-STALE-OK
                   MOVE WS-RETURN-REASON TO WS-STALE-REASON
                   MOVE '00' TO WS-RETURN-REASON
               END-IF
           END-IF
           IF WS-STALE-OK = 'YES'
               SUBTRACT AMOUNT FROM FINAL-BALANCE
               MOVE FINAL-BALANCE TO PASS-BALANCE
               MOVE WS-OVERDRAFT-LIMIT TO PASS-OD-LIMIT
               CALL 'DataProgram' USING 'WRITE ', ACCOUNT-NUMBER,
                   ACCT-PASS-AREA, WS-DATA-RESULT
           END-IF.

       RETURN-CHEQUE.
           ADD 1 TO WS-ITEMS-RETURNED
           MOVE CHEQUE-CLEARING-RECORD TO WS-RETURN-ITEM
           MOVE WS-RETURN-REASON TO WSR-RETURN-REASON
           WRITE RETURN-RECORD FROM WS-RETURN-ITEM
           ADD 1 TO WS-RETURN-COUNT
           ADD CCL-AMOUNT TO WS-RETURN-HASH
           DISPLAY "Cheque " CCL-SERIAL " for account " CCL-ACCOUNT
               " " CCL-AMOUNT " RETURNED - reason "
               WS-RETURN-REASON "."
           MOVE 'NO' TO WS-NOTICE-FOUND
           IF WS-RESUMING-RUN = 'YES'
               PERFORM FIND-EARLIER-RETURN-NOTICE
           END-IF
           IF WS-RETURN-REASON NOT = '06'
               AND WS-NOTICE-FOUND = 'NO'
               PERFORM APPEND-NOTICE
           END-IF.

       FIND-EARLIER-RETURN-NOTICE.
           MOVE CCL-SERIAL TO WS-NTC-SERIAL
           OPEN INPUT NOTICE-FILE
           IF WS-NOTICE-STATUS = '00'
               MOVE 'NO' TO WS-EOF-NOTICES
               PERFORM UNTIL WS-EOF-NOTICES = 'YES'
                   OR WS-NOTICE-FOUND = 'YES'
                   READ NOTICE-FILE
                       AT END
                           MOVE 'YES' TO WS-EOF-NOTICES
                       NOT AT END
                           IF NTC-CODE = WS-NTC-CODE
                               AND NTC-ACCOUNT = ACCOUNT-NUMBER
                               AND NTC-DATE >= WS-RESUME-DATE
                               AND NTC-TEXT(1:23) =
                                   WS-NTC-TEXT(1:23)
                               MOVE 'YES' TO WS-NOTICE-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-FILE
           END-IF
           IF WS-NOTICE-FOUND = 'YES'
               DISPLAY "  Customer already notified of this return "
                   "by the interrupted run - no second notice."
           END-IF.

       WRITE-RETURNS-HEADER.
           MOVE SPACES TO WS-RETURN-ITEM
           MOVE 'H' TO WSR-TYPE
           MOVE WS-SOURCE-ID TO WSR-SOURCE
           MOVE WS-BATCH-NO TO WSR-BATCH
           MOVE WS-BUSINESS-DATE TO WSR-CREATED
           WRITE RETURN-RECORD FROM WS-RETURN-ITEM.

       WRITE-RETURNS-TRAILER.
           MOVE SPACES TO WS-RETURN-ITEM
           MOVE 'T' TO WSR-TYPE
           MOVE WS-RETURN-COUNT TO WSR-ITEM-COUNT
           MOVE WS-RETURN-HASH TO WSR-HASH-TOTAL
           WRITE RETURN-RECORD FROM WS-RETURN-ITEM.

       APPEND-NOTICE.
           MOVE CCL-SERIAL TO WS-NTC-SERIAL
           EVALUATE WS-RETURN-REASON
               WHEN '01'
                   MOVE 'PAYMENT STOPPED' TO WS-NTC-REASON
               WHEN '02'
                   MOVE 'NOT ISSUED' TO WS-NTC-REASON
               WHEN '03'
                   MOVE 'ALREADY PAID' TO WS-NTC-REASON
               WHEN '04'
                   MOVE 'NO FUNDS' TO WS-NTC-REASON
               WHEN '05'
                   IF PASS-STATUS = 'F'
                       MOVE 'ACCOUNT FROZEN' TO WS-NTC-REASON
                   ELSE
                       MOVE 'ACCOUNT CLOSED' TO WS-NTC-REASON
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-NTC-REASON
           END-EVALUATE
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-STATUS = '35'
               OPEN OUTPUT NOTICE-FILE
           END-IF
           MOVE WS-NTC-CODE TO NTC-CODE
           MOVE ACCOUNT-NUMBER TO NTC-ACCOUNT
           MOVE PASS-CUSTOMER-NAME TO NTC-CUSTOMER-NAME
           MOVE WS-BUSINESS-DATE TO NTC-DATE
           MOVE CCL-AMOUNT TO NTC-AMOUNT
           MOVE WS-NTC-TEXT TO NTC-TEXT
           MOVE 'N' TO NTC-SENT
           WRITE NOTICE-RECORD
           CLOSE NOTICE-FILE.

       APPEND-JOURNAL-RECORD.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO JNL-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO JNL-TIME
           MOVE ACCOUNT-NUMBER TO JNL-ACCOUNT
           MOVE OPERATION-TYPE TO JNL-OPERATION
           MOVE AMOUNT TO JNL-AMOUNT
           MOVE FINAL-BALANCE TO JNL-RESULT-BALANCE
           MOVE TELLER-ID TO JNL-TELLER
           MOVE 'N' TO JNL-CASH-IND
           MOVE WS-TXN-REFERENCE TO JNL-REFERENCE
           MOVE 0 TO JNL-PAIR-REF
           MOVE 0 TO JNL-REVERSES-REF
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.
