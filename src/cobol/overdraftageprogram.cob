       IDENTIFICATION DIVISION.
       PROGRAM-ID. OverdraftAgeProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT AGE-FILE ASSIGN TO "ODAGE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OAG-ACCOUNT
               FILE STATUS IS WS-AGE-STATUS.

           SELECT AGE-CONFIG-FILE ASSIGN TO "ODAGECFG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "NOTICES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY "acctrec.cpy".

       FD  AGE-FILE.
       COPY "odage.cpy".

       FD  AGE-CONFIG-FILE.
       COPY "odagecfg.cpy".

       FD  NOTICE-FILE.
       COPY "noticrec.cpy".

       FD  MAINT-AUDIT-FILE.
       COPY "mntaudit.cpy".

       FD  BUSINESS-DATE-FILE.
       COPY "busidate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-STATUS      PIC XX.
       01  WS-AGE-STATUS          PIC XX.
       01  WS-CONFIG-STATUS       PIC XX.
       01  WS-NOTICE-STATUS       PIC XX.
       01  WS-MAINT-STATUS        PIC XX.
       01  WS-BUSDATE-STATUS      PIC XX.
       01  WS-EOF-ACCOUNTS        PIC X(3) VALUE 'NO'.
       01  WS-EOF-AGES            PIC X(3).
       01  WS-AGE-FOUND           PIC X(3).

       01  WS-BUSINESS-DATE       PIC 9(8).
       01  WS-TODAY-INT           PIC 9(8).

      *    Escalation days and auto-freeze from ODAGECFG.DAT;
      *    these values apply when the file is missing or empty.
       01  WS-NOTICE-DAY-VALUES.
           05  FILLER             PIC 9(3) VALUE 15.
           05  FILLER             PIC 9(3) VALUE 30.
           05  FILLER             PIC 9(3) VALUE 60.
       01  WS-NOTICE-DAY-TABLE REDEFINES WS-NOTICE-DAY-VALUES.
           05  WS-NOTICE-DAYS     PIC 9(3) OCCURS 3 TIMES.
       01  WS-AUTO-FREEZE         PIC X VALUE 'N'.
       01  WS-FREEZE-DAYS         PIC 9(3) VALUE 90.

       01  WS-NOTICE-TEXT-VALUES.
           05  FILLER             PIC X(40)
               VALUE 'ACCOUNT OVERDRAWN - PLEASE REPAY'.
           05  FILLER             PIC X(40)
               VALUE 'ACCOUNT STILL OVERDRAWN - REPAY NOW'.
           05  FILLER             PIC X(40)
               VALUE 'FINAL NOTICE - OVERDRAWN BALANCE DUE'.
       01  WS-NOTICE-TEXT-TABLE REDEFINES WS-NOTICE-TEXT-VALUES.
           05  WS-LEVEL-TEXT      PIC X(40) OCCURS 3 TIMES.

       01  WS-BUCKET              PIC 9.
       01  WS-BUCKET-NAMES.
           05  FILLER             PIC X(8) VALUE '1-30    '.
           05  FILLER             PIC X(8) VALUE '31-60   '.
           05  FILLER             PIC X(8) VALUE '61-90   '.
           05  FILLER             PIC X(8) VALUE 'OVER 90 '.
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME     PIC X(8) OCCURS 4 TIMES.

       COPY "acctpass.cpy".
       01  WS-DATA-RESULT         PIC XX.
       COPY "custpass.cpy".
       01  WS-CUST-RESULT         PIC XX.

       01  WS-ACCOUNT-NUMBER      PIC 9(9).
       01  WS-ACCOUNT-NAME        PIC X(30).
       01  WS-OVERDRAWN-AMT       PIC 9(6)V99.
       01  WS-NEWLY-OVER          PIC X(3).
       01  WS-FREEZE-DUE          PIC X(3).
       01  WS-OLD-LEVEL           PIC 9.
       01  WS-NEW-LEVEL           PIC 9.
       01  WS-LX                  PIC 9.

       01  WS-NTC-CODE            PIC X(6).
       01  WS-NTC-AMOUNT          PIC 9(6)V99.
       01  WS-NTC-TEXT            PIC X(40).

       01  WS-LIST-NAME           PIC X(30).
       01  WS-LIST-PHONE          PIC X(15).

       01  WS-BUCKET-COUNT        PIC 9(6).
       01  WS-BUCKET-OVERDRAWN    PIC 9(9)V99.

       01  WS-ACCOUNTS-OVERDRAWN  PIC 9(6) VALUE 0.
       01  WS-ACCOUNTS-NEW        PIC 9(6) VALUE 0.
       01  WS-ACCOUNTS-OVER-LIMIT PIC 9(6) VALUE 0.
       01  WS-ACCOUNTS-CURED      PIC 9(6) VALUE 0.
       01  WS-NOTICES-RAISED      PIC 9(6) VALUE 0.
       01  WS-ACCOUNTS-FROZEN     PIC 9(6) VALUE 0.
       01  WS-TOTAL-OVERDRAWN     PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-AGING-CONFIG
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)

           DISPLAY "============================================"
           DISPLAY "OVERDRAWN ACCOUNT AGING - " WS-BUSINESS-DATE
           DISPLAY "============================================"
           DISPLAY "Notices at days overdrawn: " WS-NOTICE-DAYS (1)
               " " WS-NOTICE-DAYS (2) " " WS-NOTICE-DAYS (3)
           IF WS-AUTO-FREEZE = 'Y'
               DISPLAY "Auto-freeze at days overdrawn: "
                   WS-FREEZE-DAYS
           ELSE
               DISPLAY "Auto-freeze: off"
           END-IF
           DISPLAY "--------------------------------------------"

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = '35'
               DISPLAY "No account file found - nothing to age."
               CLOSE ACCOUNT-FILE
               GOBACK
           END-IF

           OPEN I-O AGE-FILE
           IF WS-AGE-STATUS = '35'
               OPEN OUTPUT AGE-FILE
               CLOSE AGE-FILE
               OPEN I-O AGE-FILE
           END-IF

           PERFORM UNTIL WS-EOF-ACCOUNTS = 'YES'
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-ACCOUNTS
                   NOT AT END
                       PERFORM AGE-ONE-ACCOUNT
               END-READ
           END-PERFORM

           CLOSE ACCOUNT-FILE

           PERFORM PRINT-WORK-LIST
           CLOSE AGE-FILE

           DISPLAY "============================================"
           DISPLAY "Accounts overdrawn:     " WS-ACCOUNTS-OVERDRAWN
               " total " WS-TOTAL-OVERDRAWN
           DISPLAY "  newly overdrawn:      " WS-ACCOUNTS-NEW
           DISPLAY "  over their limit:     " WS-ACCOUNTS-OVER-LIMIT
           DISPLAY "Back in credit:         " WS-ACCOUNTS-CURED
           DISPLAY "Notices raised:         " WS-NOTICES-RAISED
           DISPLAY "Accounts frozen:        " WS-ACCOUNTS-FROZEN
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

       LOAD-AGING-CONFIG.
           OPEN INPUT AGE-CONFIG-FILE
           IF WS-CONFIG-STATUS = '35'
               DISPLAY "No ODAGECFG.DAT found - using defaults."
           ELSE
               READ AGE-CONFIG-FILE
                   AT END
                       DISPLAY "ODAGECFG.DAT is empty - using "
                           "defaults."
                   NOT AT END
                       MOVE OAC-NOTICE-DAYS (1) TO WS-NOTICE-DAYS (1)
                       MOVE OAC-NOTICE-DAYS (2) TO WS-NOTICE-DAYS (2)
                       MOVE OAC-NOTICE-DAYS (3) TO WS-NOTICE-DAYS (3)
                       MOVE OAC-AUTO-FREEZE TO WS-AUTO-FREEZE
                       MOVE OAC-FREEZE-DAYS TO WS-FREEZE-DAYS
               END-READ
               CLOSE AGE-CONFIG-FILE
           END-IF
           IF WS-FREEZE-DAYS = 0
               MOVE 'N' TO WS-AUTO-FREEZE
           END-IF.

       AGE-ONE-ACCOUNT.
           MOVE ACCT-NUMBER TO WS-ACCOUNT-NUMBER
           MOVE ACCT-CUSTOMER-NAME TO WS-ACCOUNT-NAME
           MOVE 'YES' TO WS-AGE-FOUND
           MOVE ACCT-NUMBER TO OAG-ACCOUNT
           READ AGE-FILE
               INVALID KEY
                   MOVE 'NO' TO WS-AGE-FOUND
           END-READ
           IF ACCT-STATUS = 'C' OR ACCT-BALANCE NOT < 0
               IF WS-AGE-FOUND = 'YES'
                   DELETE AGE-FILE RECORD
                   ADD 1 TO WS-ACCOUNTS-CURED
                   DISPLAY "  Account " WS-ACCOUNT-NUMBER
                       " no longer overdrawn - aging ended after "
                       OAG-DAYS-OVERDRAWN " days."
               END-IF
           ELSE
               PERFORM AGE-OVERDRAWN-ACCOUNT
           END-IF.

       AGE-OVERDRAWN-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-OVERDRAWN
           IF WS-AGE-FOUND = 'NO'
               MOVE WS-ACCOUNT-NUMBER TO OAG-ACCOUNT
               MOVE WS-BUSINESS-DATE TO OAG-NEGATIVE-SINCE
               MOVE 0 TO OAG-OVER-LIMIT-SINCE
               MOVE 0 TO OAG-NOTICE-LEVEL
               MOVE 'N' TO OAG-AUTO-FROZEN
               ADD 1 TO WS-ACCOUNTS-NEW
           END-IF
           MOVE ACCT-CUSTOMER-ID TO OAG-CUSTOMER-ID
           MOVE ACCT-BALANCE TO OAG-BALANCE
           MOVE ACCT-OVERDRAFT-LIMIT TO OAG-OD-LIMIT
           MOVE ACCT-STATUS TO OAG-STATUS
           MOVE WS-BUSINESS-DATE TO OAG-LAST-AGED
           COMPUTE WS-OVERDRAWN-AMT = 0 - ACCT-BALANCE
           ADD WS-OVERDRAWN-AMT TO WS-TOTAL-OVERDRAWN

           COMPUTE OAG-DAYS-OVERDRAWN = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(OAG-NEGATIVE-SINCE) + 1
           EVALUATE TRUE
               WHEN OAG-DAYS-OVERDRAWN <= 30
                   MOVE 1 TO OAG-BUCKET
               WHEN OAG-DAYS-OVERDRAWN <= 60
                   MOVE 2 TO OAG-BUCKET
               WHEN OAG-DAYS-OVERDRAWN <= 90
                   MOVE 3 TO OAG-BUCKET
               WHEN OTHER
                   MOVE 4 TO OAG-BUCKET
           END-EVALUATE

           MOVE 'NO' TO WS-NEWLY-OVER
           IF WS-OVERDRAWN-AMT > ACCT-OVERDRAFT-LIMIT
               ADD 1 TO WS-ACCOUNTS-OVER-LIMIT
               IF OAG-OVER-LIMIT-SINCE = 0
                   MOVE WS-BUSINESS-DATE TO OAG-OVER-LIMIT-SINCE
                   MOVE 'YES' TO WS-NEWLY-OVER
               END-IF
               COMPUTE OAG-DAYS-OVER-LIMIT = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(OAG-OVER-LIMIT-SINCE) + 1
           ELSE
               MOVE 0 TO OAG-OVER-LIMIT-SINCE
               MOVE 0 TO OAG-DAYS-OVER-LIMIT
           END-IF

           MOVE OAG-NOTICE-LEVEL TO WS-OLD-LEVEL
           MOVE OAG-NOTICE-LEVEL TO WS-NEW-LEVEL
           MOVE 1 TO WS-LX
           PERFORM UNTIL WS-LX > 3
               IF WS-NOTICE-DAYS (WS-LX) > 0
                   AND OAG-DAYS-OVERDRAWN NOT < WS-NOTICE-DAYS (WS-LX)
                   AND WS-LX > WS-NEW-LEVEL
                   MOVE WS-LX TO WS-NEW-LEVEL
               END-IF
               ADD 1 TO WS-LX
           END-PERFORM
           MOVE WS-NEW-LEVEL TO OAG-NOTICE-LEVEL

           MOVE 'NO' TO WS-FREEZE-DUE
           IF WS-AUTO-FREEZE = 'Y'
               AND ACCT-STATUS = 'A'
               AND OAG-DAYS-OVERDRAWN NOT < WS-FREEZE-DAYS
               MOVE 'YES' TO WS-FREEZE-DUE
           END-IF

           IF WS-AGE-FOUND = 'YES'
               REWRITE OVERDRAWN-AGE-RECORD
           ELSE
               WRITE OVERDRAWN-AGE-RECORD
           END-IF

           MOVE WS-OVERDRAWN-AMT TO WS-NTC-AMOUNT
           IF WS-NEWLY-OVER = 'YES'
               MOVE 'ODOVER' TO WS-NTC-CODE
               MOVE 'ACCOUNT IS OVER ITS OVERDRAFT LIMIT'
                   TO WS-NTC-TEXT
               PERFORM APPEND-NOTICE
               DISPLAY "  Account " WS-ACCOUNT-NUMBER
                   " over its limit of " ACCT-OVERDRAFT-LIMIT
                   " - notice raised."
           END-IF
           IF WS-NEW-LEVEL > WS-OLD-LEVEL
               MOVE 'ODAGE ' TO WS-NTC-CODE
               MOVE WS-NEW-LEVEL TO WS-NTC-CODE (6:1)
               MOVE WS-LEVEL-TEXT (WS-NEW-LEVEL) TO WS-NTC-TEXT
               PERFORM APPEND-NOTICE
               DISPLAY "  Account " WS-ACCOUNT-NUMBER " overdrawn "
                   OAG-DAYS-OVERDRAWN " days - notice " WS-NTC-CODE
                   " raised."
           END-IF

           IF WS-FREEZE-DUE = 'YES'
               PERFORM REPOSITION-AFTER-FREEZE
           END-IF.

       REPOSITION-AFTER-FREEZE.
           CLOSE ACCOUNT-FILE
           PERFORM FREEZE-AGED-ACCOUNT
           OPEN INPUT ACCOUNT-FILE
           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       FREEZE-AGED-ACCOUNT.
           CALL 'DataProgram' USING 'READ  ', WS-ACCOUNT-NUMBER,
               ACCT-PASS-AREA, WS-DATA-RESULT
           IF WS-DATA-RESULT = '00'
               AND PASS-STATUS = 'A'
               AND PASS-BALANCE < 0
               MOVE 'F' TO PASS-STATUS
               CALL 'DataProgram' USING 'SETSTA', WS-ACCOUNT-NUMBER,
                   ACCT-PASS-AREA, WS-DATA-RESULT
               IF WS-DATA-RESULT = '00'
                   ADD 1 TO WS-ACCOUNTS-FROZEN
                   MOVE 'Y' TO OAG-AUTO-FROZEN
                   MOVE 'F' TO OAG-STATUS
                   REWRITE OVERDRAWN-AGE-RECORD
                   PERFORM APPEND-FREEZE-AUDIT
                   MOVE 'ACFRZ ' TO WS-NTC-CODE
                   MOVE 0 TO WS-NTC-AMOUNT
                   MOVE 'YOUR ACCOUNT HAS BEEN FROZEN'
                       TO WS-NTC-TEXT
                   PERFORM APPEND-NOTICE
                   DISPLAY "  Account " WS-ACCOUNT-NUMBER
                       " FROZEN after " OAG-DAYS-OVERDRAWN
                       " days overdrawn."
               ELSE
                   DISPLAY "  Account " WS-ACCOUNT-NUMBER
                       " could not be frozen - result "
                       WS-DATA-RESULT "."
               END-IF
           END-IF.

       APPEND-FREEZE-AUDIT.
           OPEN EXTEND MAINT-AUDIT-FILE
           IF WS-MAINT-STATUS = '35'
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO MNT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO MNT-TIME
           MOVE 'SYSTEM' TO MNT-TELLER
           MOVE WS-ACCOUNT-NUMBER TO MNT-ACCOUNT
           MOVE 0 TO MNT-ORDER
           MOVE 'ACFRZ ' TO MNT-ACTION
           MOVE 'A' TO MNT-BEFORE
           MOVE 'F' TO MNT-AFTER
           WRITE MAINT-AUDIT-RECORD
           CLOSE MAINT-AUDIT-FILE.

       APPEND-NOTICE.
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-STATUS = '35'
               OPEN OUTPUT NOTICE-FILE
           END-IF
           MOVE WS-NTC-CODE TO NTC-CODE
           MOVE WS-ACCOUNT-NUMBER TO NTC-ACCOUNT
           MOVE WS-ACCOUNT-NAME TO NTC-CUSTOMER-NAME
           MOVE WS-BUSINESS-DATE TO NTC-DATE
           MOVE WS-NTC-AMOUNT TO NTC-AMOUNT
           MOVE WS-NTC-TEXT TO NTC-TEXT
           MOVE 'N' TO NTC-SENT
           WRITE NOTICE-RECORD
           CLOSE NOTICE-FILE
           ADD 1 TO WS-NOTICES-RAISED.

       PRINT-WORK-LIST.
           DISPLAY "============================================"
           DISPLAY "COLLECTIONS WORK LIST - " WS-BUSINESS-DATE
           MOVE 4 TO WS-BUCKET
           PERFORM UNTIL WS-BUCKET = 0
               PERFORM LIST-ONE-BUCKET
               SUBTRACT 1 FROM WS-BUCKET
           END-PERFORM.

       LIST-ONE-BUCKET.
           MOVE 0 TO WS-BUCKET-COUNT
           MOVE 0 TO WS-BUCKET-OVERDRAWN
           DISPLAY "--------------------------------------------"
           DISPLAY "DAYS OVERDRAWN: " WS-BUCKET-NAME (WS-BUCKET)
           MOVE 'NO' TO WS-EOF-AGES
           MOVE 0 TO OAG-ACCOUNT
           START AGE-FILE KEY IS >= OAG-ACCOUNT
               INVALID KEY
                   MOVE 'YES' TO WS-EOF-AGES
           END-START
           PERFORM UNTIL WS-EOF-AGES = 'YES'
               READ AGE-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-AGES
                   NOT AT END
                       IF OAG-BUCKET = WS-BUCKET
                           AND OAG-LAST-AGED = WS-BUSINESS-DATE
                           PERFORM LIST-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "  Accounts " WS-BUCKET-COUNT " overdrawn "
               WS-BUCKET-OVERDRAWN.

       LIST-ONE-ACCOUNT.
           MOVE SPACES TO WS-LIST-NAME
           MOVE SPACES TO WS-LIST-PHONE
           MOVE '99' TO WS-CUST-RESULT
           IF OAG-CUSTOMER-ID > 0
               CALL 'CustomerProgram' USING 'READ  ',
                   OAG-CUSTOMER-ID, CUST-PASS-AREA, WS-CUST-RESULT
           END-IF
           IF WS-CUST-RESULT = '00'
               MOVE CPAS-NAME TO WS-LIST-NAME
               MOVE CPAS-PHONE TO WS-LIST-PHONE
           ELSE
               CALL 'DataProgram' USING 'READ  ', OAG-ACCOUNT,
                   ACCT-PASS-AREA, WS-DATA-RESULT
               IF WS-DATA-RESULT = '00'
                   MOVE PASS-CUSTOMER-NAME TO WS-LIST-NAME
               END-IF
           END-IF
           DISPLAY "  Acct " OAG-ACCOUNT " " WS-LIST-NAME
               " phone " WS-LIST-PHONE " status " OAG-STATUS
           DISPLAY "    balance " OAG-BALANCE " limit " OAG-OD-LIMIT
               " days overdrawn " OAG-DAYS-OVERDRAWN
               " over limit " OAG-DAYS-OVER-LIMIT
           ADD 1 TO WS-BUCKET-COUNT
           COMPUTE WS-OVERDRAWN-AMT = 0 - OAG-BALANCE
           ADD WS-OVERDRAWN-AMT TO WS-BUCKET-OVERDRAWN.
