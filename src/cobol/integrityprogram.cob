       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-NUMBER
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "INTACCR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IAC-ACCOUNT
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-NUMBER
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-ACCOUNT
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT DRAWER-FILE ASSIGN TO "DRAWER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-KEY
               FILE STATUS IS WS-DRAWER-STATUS.

           SELECT RELATION-FILE ASSIGN TO "ACCTREL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-RELATION-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "TRANJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT INTEGRITY-CONFIG-FILE ASSIGN TO "INTEGCFG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY "acctrec.cpy".

       FD  CUSTOMER-FILE.
       COPY "custrec.cpy".

       FD  STANDING-ORDER-FILE.
       COPY "stndord.cpy".

       FD  HOLD-FILE.
       COPY "holdrec.cpy".

       FD  ACCRUAL-FILE.
       COPY "intaccr.cpy".

       FD  PAYMENT-FILE.
       COPY "payment.cpy".

       FD  CHECKPOINT-FILE.
       COPY "chkptrec.cpy".

       FD  DRAWER-FILE.
       COPY "drawrec.cpy".

       FD  RELATION-FILE.
       COPY "acctrel.cpy".

       FD  JOURNAL-FILE.
       COPY "jrnlrec.cpy".

       FD  INTEGRITY-CONFIG-FILE.
       COPY "integcfg.cpy".

       FD  BUSINESS-DATE-FILE.
       COPY "busidate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-STATUS      PIC XX.
       01  WS-CUSTOMER-STATUS     PIC XX.
       01  WS-ORDER-STATUS        PIC XX.
       01  WS-HOLD-STATUS         PIC XX.
       01  WS-ACCRUAL-STATUS      PIC XX.
       01  WS-PAYMENT-STATUS      PIC XX.
       01  WS-CKPT-STATUS         PIC XX.
       01  WS-DRAWER-STATUS       PIC XX.
       01  WS-RELATION-STATUS     PIC XX.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-CONFIG-STATUS       PIC XX.
       01  WS-BUSDATE-STATUS      PIC XX.
       01  WS-EOF-FILE            PIC X(3).
       01  WS-CUSTOMERS-PRESENT   PIC X(3) VALUE 'YES'.

       01  WS-BUSINESS-DATE       PIC 9(8).

      *    One entry per check: its title, the default severity
      *    (overridden from INTEGCFG.DAT) and the exceptions
      *    found this run.
       01  WS-CAT-MAX             PIC 9(2) VALUE 10.
       01  WS-CAT-TITLES.
           05  FILLER PIC X(44)
               VALUE 'ACCOUNT CUSTOMER NOT ON CUSTOMER MASTER'.
           05  FILLER PIC X(44)
               VALUE 'ACTIVE STANDING ORDER ON CLOSED ACCOUNT'.
           05  FILLER PIC X(44)
               VALUE 'ACTIVE HOLD ON CLOSED ACCOUNT'.
           05  FILLER PIC X(44)
               VALUE 'ACCRUAL RECORD WITH NO ACCOUNT'.
           05  FILLER PIC X(44)
               VALUE 'PENDING PAYMENT ON FROZEN ACCOUNT'.
           05  FILLER PIC X(44)
               VALUE 'CHECKPOINT LEFT IN USE'.
           05  FILLER PIC X(44)
               VALUE 'DRAWER STILL OPEN FROM AN EARLIER DATE'.
           05  FILLER PIC X(44)
               VALUE 'DAILY DEBIT DATE IN THE FUTURE'.
           05  FILLER PIC X(44)
               VALUE 'RELATIONSHIP LINK TO MISSING RECORD'.
           05  FILLER PIC X(44)
               VALUE 'JOURNAL POSTING TO ACCOUNT NOT ON FILE'.
       01  WS-CAT-TITLE-TABLE REDEFINES WS-CAT-TITLES.
           05  WS-CAT-TITLE       PIC X(44) OCCURS 10 TIMES.
       01  WS-CAT-DEFAULTS        PIC X(10) VALUE 'MHMMHHMHLM'.
       01  WS-CAT-DEFAULT-TABLE REDEFINES WS-CAT-DEFAULTS.
           05  WS-CAT-SEVERITY    PIC X OCCURS 10 TIMES.
       01  WS-CAT-COUNTS.
           05  WS-CAT-COUNT       PIC 9(6) OCCURS 10 TIMES.
       01  WS-CAT                 PIC 9(2).
       01  WS-MANDATORY           PIC X(3) VALUE 'H  '.
       01  WS-HOLD-FLAG           PIC X(4).

       01  WS-CHECK-ACCOUNT       PIC 9(9).
      *    Status of the account looked up: 'A', 'F', 'C', or
      *    'M' when the account is not on file.
       01  WS-CHECK-STATE         PIC X.

       01  WS-TOTAL-EXCEPTIONS    PIC 9(6) VALUE 0.
       01  WS-MANDATORY-FOUND     PIC X(3) VALUE 'NO'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-INTEGRITY-CONFIG
           INITIALIZE WS-CAT-COUNTS

           DISPLAY "============================================"
           DISPLAY "REFERENTIAL INTEGRITY AUDIT - " WS-BUSINESS-DATE
           DISPLAY "Mandatory severities: " WS-MANDATORY
           DISPLAY "============================================"

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = '35'
               DISPLAY "No account file found - nothing to audit."
               CLOSE ACCOUNT-FILE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = '35'
               MOVE 'NO' TO WS-CUSTOMERS-PRESENT
           END-IF

           PERFORM CHECK-ACCOUNT-CUSTOMERS
           PERFORM CHECK-STANDING-ORDERS
           PERFORM CHECK-HOLDS
           PERFORM CHECK-ACCRUALS
           PERFORM CHECK-PAYMENTS
           PERFORM CHECK-CHECKPOINTS
           PERFORM CHECK-DRAWERS
           PERFORM CHECK-DEBITS-DATES
           PERFORM CHECK-RELATIONSHIPS
           PERFORM CHECK-JOURNAL

           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-FILE

           DISPLAY "============================================"
           DISPLAY "SUMMARY"
           MOVE 1 TO WS-CAT
           PERFORM UNTIL WS-CAT > WS-CAT-MAX
               PERFORM SUMMARIZE-ONE-CATEGORY
               ADD 1 TO WS-CAT
           END-PERFORM
           DISPLAY "Total exceptions: " WS-TOTAL-EXCEPTIONS
           IF WS-MANDATORY-FOUND = 'YES'
               DISPLAY "MANDATORY EXCEPTIONS FOUND - the business "
                   "date may not be rolled until they are "
                   "corrected and this step is rerun."
               MOVE 8 TO RETURN-CODE
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

       LOAD-INTEGRITY-CONFIG.
           OPEN INPUT INTEGRITY-CONFIG-FILE
           IF WS-CONFIG-STATUS = '35'
               DISPLAY "No INTEGCFG.DAT found - using defaults."
           ELSE
               READ INTEGRITY-CONFIG-FILE
                   AT END
                       DISPLAY "INTEGCFG.DAT is empty - using "
                           "defaults."
                   NOT AT END
                       PERFORM APPLY-INTEGRITY-CONFIG
               END-READ
               CLOSE INTEGRITY-CONFIG-FILE
           END-IF.

       APPLY-INTEGRITY-CONFIG.
           MOVE ICF-MANDATORY TO WS-MANDATORY
           MOVE 1 TO WS-CAT
           PERFORM UNTIL WS-CAT > WS-CAT-MAX
               IF ICF-SEVERITY (WS-CAT) = 'H' OR 'M' OR 'L'
                   MOVE ICF-SEVERITY (WS-CAT)
                       TO WS-CAT-SEVERITY (WS-CAT)
               END-IF
               ADD 1 TO WS-CAT
           END-PERFORM.

       START-CATEGORY.
           DISPLAY "--------------------------------------------"
           DISPLAY WS-CAT " " WS-CAT-TITLE (WS-CAT)
               " (severity " WS-CAT-SEVERITY (WS-CAT) ")".

       END-CATEGORY.
           IF WS-CAT-COUNT (WS-CAT) = 0
               DISPLAY "  None."
           ELSE
               DISPLAY "  Exceptions: " WS-CAT-COUNT (WS-CAT)
           END-IF.

       LOOKUP-ACCOUNT.
           MOVE WS-CHECK-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'M' TO WS-CHECK-STATE
               NOT INVALID KEY
                   MOVE ACCT-STATUS TO WS-CHECK-STATE
           END-READ.

       CHECK-ACCOUNT-CUSTOMERS.
           MOVE 1 TO WS-CAT
           PERFORM START-CATEGORY
           MOVE 'NO' TO WS-EOF-FILE
           MOVE 0 TO ACCT-NUMBER
           START ACCOUNT-FILE KEY IS >= ACCT-NUMBER
               INVALID KEY
                   MOVE 'YES' TO WS-EOF-FILE
           END-START
           PERFORM UNTIL WS-EOF-FILE = 'YES'
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-FILE
                   NOT AT END
                       IF ACCT-CUSTOMER-ID > 0
                           PERFORM CHECK-ONE-ACCOUNT-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           PERFORM END-CATEGORY.

       CHECK-ONE-ACCOUNT-CUSTOMER.
           IF WS-CUSTOMERS-PRESENT = 'YES'
               MOVE ACCT-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       ADD 1 TO WS-CAT-COUNT (WS-CAT)
                       DISPLAY "  Account " ACCT-NUMBER
                           " customer " ACCT-CUSTOMER-ID
                           " status " ACCT-STATUS
               END-READ
           ELSE
               ADD 1 TO WS-CAT-COUNT (WS-CAT)
               DISPLAY "  Account " ACCT-NUMBER " customer "
                   ACCT-CUSTOMER-ID " - no customer master"
           END-IF.

       CHECK-STANDING-ORDERS.
           MOVE 2 TO WS-CAT
           PERFORM START-CATEGORY
           MOVE 'NO' TO WS-EOF-FILE
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-ORDER-STATUS = '35'
               MOVE 'YES' TO WS-EOF-FILE
           END-IF
           PERFORM UNTIL WS-EOF-FILE = 'YES'
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-FILE
                   NOT AT END
                       IF SO-STATUS = 'A'
                           PERFORM CHECK-ONE-STANDING-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-ORDER-FILE
           PERFORM END-CATEGORY.

       CHECK-ONE-STANDING-ORDER.
           MOVE SO-SOURCE-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM LOOKUP-ACCOUNT
           IF WS-CHECK-STATE = 'C' OR WS-CHECK-STATE = 'M'
               ADD 1 TO WS-CAT-COUNT (WS-CAT)
               DISPLAY "  Order " SO-NUMBER " source "
                   SO-SOURCE-ACCOUNT " state " WS-CHECK-STATE
           END-IF
           MOVE SO-DEST-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM LOOKUP-ACCOUNT
           IF WS-CHECK-STATE = 'C' OR WS-CHECK-STATE = 'M'
               ADD 1 TO WS-CAT-COUNT (WS-CAT)
               DISPLAY "  Order " SO-NUMBER " destination "
                   SO-DEST-ACCOUNT " state " WS-CHECK-STATE
           END-IF.

       CHECK-HOLDS.
           MOVE 3 TO WS-CAT
           PERFORM START-CATEGORY
           MOVE 'NO' TO WS-EOF-FILE
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = '35'
               MOVE 'YES' TO WS-EOF-FILE
           END-IF
           PERFORM UNTIL WS-EOF-FILE = 'YES'
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-FILE
                   NOT AT END
                       IF HOLD-STATUS = 'A'
                           MOVE HOLD-ACCOUNT TO WS-CHECK-ACCOUNT
                           PERFORM LOOKUP-ACCOUNT
                           IF WS-CHECK-STATE = 'C'
                               OR WS-CHECK-STATE = 'M'
                               ADD 1 TO WS-CAT-COUNT (WS-CAT)
                               DISPLAY "  Hold " HOLD-ACCOUNT "/"
                                   HOLD-SEQ " amount " HOLD-AMOUNT
                                   " state " WS-CHECK-STATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           PERFORM END-CATEGORY.

       CHECK-ACCRUALS.
           MOVE 4 TO WS-CAT
           PERFORM START-CATEGORY
           MOVE 'NO' TO WS-EOF-FILE
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS = '35'
               MOVE 'YES' TO WS-EOF-FILE
           END-IF
           PERFORM UNTIL WS-EOF-FILE = 'YES'
               READ ACCRUAL-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-FILE
                   NOT AT END
                       MOVE IAC-ACCOUNT TO WS-CHECK-ACCOUNT
                       PERFORM LOOKUP-ACCOUNT
                       IF WS-CHECK-STATE = 'M'
                           ADD 1 TO WS-CAT-COUNT (WS-CAT)
                           DISPLAY "  Accrual " IAC-ACCOUNT
                               " last accrued " IAC-LAST-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-FILE
           PERFORM END-CATEGORY.

       CHECK-PAYMENTS.
           MOVE 5 TO WS-CAT
           PERFORM START-CATEGORY
           MOVE 'NO' TO WS-EOF-FILE
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS = '35'
               MOVE 'YES' TO WS-EOF-FILE
           END-IF
           PERFORM UNTIL WS-EOF-FILE = 'YES'
               READ PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-FILE
                   NOT AT END
                       IF PAY-STATUS = 'P'
                           MOVE PAY-ACCOUNT TO WS-CHECK-ACCOUNT
                           PERFORM LOOKUP-ACCOUNT
                           IF WS-CHECK-STATE NOT = 'A'
                               ADD 1 TO WS-CAT-COUNT (WS-CAT)
                               DISPLAY "  Payment " PAY-NUMBER
                                   " account " PAY-ACCOUNT
                                   " amount " PAY-AMOUNT
                                   " state " WS-CHECK-STATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE
           PERFORM END-CATEGORY.

       CHECK-CHECKPOINTS.
           MOVE 6 TO WS-CAT
           PERFORM START-CATEGORY
           MOVE 'NO' TO WS-EOF-FILE
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '35'
               MOVE 'YES' TO WS-EOF-FILE
           END-IF
           PERFORM UNTIL WS-EOF-FILE = 'YES'
               READ CHECKPOINT-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-FILE
                   NOT AT END
                       IF CKPT-IN-USE = 'Y'
                           ADD 1 TO WS-CAT-COUNT (WS-CAT)
                           DISPLAY "  Checkpoint " CKPT-ACCOUNT " "
                               CKPT-OPERATION " amount " CKPT-AMOUNT
                               " pre-balance " CKPT-PRE-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           PERFORM END-CATEGORY.

       CHECK-DRAWERS.
           MOVE 7 TO WS-CAT
           PERFORM START-CATEGORY
           MOVE 'NO' TO WS-EOF-FILE
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS = '35'
               MOVE 'YES' TO WS-EOF-FILE
           END-IF
           PERFORM UNTIL WS-EOF-FILE = 'YES'
               READ DRAWER-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-FILE
                   NOT AT END
                       IF DRW-STATUS = 'O'
                           AND DRW-DATE < WS-BUSINESS-DATE
                           ADD 1 TO WS-CAT-COUNT (WS-CAT)
                           DISPLAY "  Drawer " DRW-TELLER " "
                               DRW-DATE " opening cash "
                               DRW-OPENING-CASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRAWER-FILE
           PERFORM END-CATEGORY.

       CHECK-DEBITS-DATES.
           MOVE 8 TO WS-CAT
           PERFORM START-CATEGORY
           MOVE 'NO' TO WS-EOF-FILE
           MOVE 0 TO ACCT-NUMBER
           START ACCOUNT-FILE KEY IS >= ACCT-NUMBER
               INVALID KEY
                   MOVE 'YES' TO WS-EOF-FILE
           END-START
           PERFORM UNTIL WS-EOF-FILE = 'YES'
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-FILE
                   NOT AT END
                       IF ACCT-DEBITS-DATE > WS-BUSINESS-DATE
                           ADD 1 TO WS-CAT-COUNT (WS-CAT)
                           DISPLAY "  Account " ACCT-NUMBER
                               " debits date " ACCT-DEBITS-DATE
                               " debits today " ACCT-DEBITS-TODAY
                       END-IF
               END-READ
           END-PERFORM
           PERFORM END-CATEGORY.

       CHECK-RELATIONSHIPS.
           MOVE 9 TO WS-CAT
           PERFORM START-CATEGORY
           MOVE 'NO' TO WS-EOF-FILE
           OPEN INPUT RELATION-FILE
           IF WS-RELATION-STATUS = '35'
               MOVE 'YES' TO WS-EOF-FILE
           END-IF
           PERFORM UNTIL WS-EOF-FILE = 'YES'
               READ RELATION-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-FILE
                   NOT AT END
                       IF REL-STATUS = 'A'
                           PERFORM CHECK-ONE-RELATIONSHIP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RELATION-FILE
           PERFORM END-CATEGORY.

       CHECK-ONE-RELATIONSHIP.
           MOVE REL-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM LOOKUP-ACCOUNT
           IF WS-CHECK-STATE = 'M'
               ADD 1 TO WS-CAT-COUNT (WS-CAT)
               DISPLAY "  Link " REL-ACCOUNT "/" REL-CUSTOMER
                   " role " REL-ROLE " - account not on file"
           END-IF
           IF WS-CUSTOMERS-PRESENT = 'YES'
               MOVE REL-CUSTOMER TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       ADD 1 TO WS-CAT-COUNT (WS-CAT)
                       DISPLAY "  Link " REL-ACCOUNT "/"
                           REL-CUSTOMER " role " REL-ROLE
                           " - customer not on file"
               END-READ
           ELSE
               ADD 1 TO WS-CAT-COUNT (WS-CAT)
               DISPLAY "  Link " REL-ACCOUNT "/" REL-CUSTOMER
                   " role " REL-ROLE " - no customer master"
           END-IF.

       CHECK-JOURNAL.
           MOVE 10 TO WS-CAT
           PERFORM START-CATEGORY
           MOVE 'NO' TO WS-EOF-FILE
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
               MOVE 'YES' TO WS-EOF-FILE
           END-IF
           PERFORM UNTIL WS-EOF-FILE = 'YES'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'YES' TO WS-EOF-FILE
                   NOT AT END
                       IF JNL-ACCOUNT NOT = 0
                           PERFORM CHECK-JOURNAL-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           PERFORM END-CATEGORY.

       CHECK-JOURNAL-ACCOUNT.
           MOVE JNL-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM LOOKUP-ACCOUNT
           IF WS-CHECK-STATE = 'M'
               ADD 1 TO WS-CAT-COUNT (WS-CAT)
               DISPLAY "  Reference " JNL-REFERENCE
                   " account " JNL-ACCOUNT " "
                   JNL-OPERATION " " JNL-DATE
           END-IF.

       SUMMARIZE-ONE-CATEGORY.
           ADD WS-CAT-COUNT (WS-CAT) TO WS-TOTAL-EXCEPTIONS
           MOVE SPACES TO WS-HOLD-FLAG
           IF WS-CAT-COUNT (WS-CAT) > 0
               AND WS-CAT-SEVERITY (WS-CAT) NOT = SPACE
               AND (WS-CAT-SEVERITY (WS-CAT) = WS-MANDATORY (1:1)
                 OR WS-CAT-SEVERITY (WS-CAT) = WS-MANDATORY (2:1)
                 OR WS-CAT-SEVERITY (WS-CAT) = WS-MANDATORY (3:1))
               MOVE 'HOLD' TO WS-HOLD-FLAG
               MOVE 'YES' TO WS-MANDATORY-FOUND
           END-IF
           DISPLAY "  " WS-CAT " " WS-CAT-TITLE (WS-CAT) " "
               WS-CAT-SEVERITY (WS-CAT) " " WS-CAT-COUNT (WS-CAT)
               " " WS-HOLD-FLAG.
