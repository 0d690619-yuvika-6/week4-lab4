       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanReportProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOANMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY "loanmstr.cpy".

       FD  BUSINESS-DATE-FILE.
       COPY "busidate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS         PIC XX.
       01  WS-BUSDATE-STATUS      PIC XX.
       01  WS-EOF-LOANS           PIC X(3).
       01  WS-TODAY               PIC 9(8).

       COPY "acctpass.cpy".
       01  WS-DATA-RESULT         PIC XX.

      *    Loans are listed worst bucket first, one pass of the
      *    loan master per bucket, as at the last collection run.
       01  WS-BUCKET              PIC 9.
       01  WS-BUCKET-NAMES.
           05  FILLER             PIC X(8) VALUE 'CURRENT '.
           05  FILLER             PIC X(8) VALUE '1-30    '.
           05  FILLER             PIC X(8) VALUE '31-60   '.
           05  FILLER             PIC X(8) VALUE '61-90   '.
           05  FILLER             PIC X(8) VALUE 'OVER 90 '.
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME     PIC X(8) OCCURS 5 TIMES.

       01  WS-BUCKET-COUNT        PIC 9(6).
       01  WS-BUCKET-ARREARS      PIC 9(8)V99.
       01  WS-BUCKET-OUTSTANDING  PIC 9(8)V99.

       01  WS-ACTIVE-LOANS        PIC 9(6) VALUE 0.
       01  WS-ACTIVE-OUTSTANDING  PIC 9(8)V99 VALUE 0.
       01  WS-DELINQUENT-LOANS    PIC 9(6) VALUE 0.
       01  WS-DELINQUENT-ARREARS  PIC 9(8)V99 VALUE 0.
       01  WS-DELINQUENT-BALANCE  PIC 9(8)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           DISPLAY "============================================"
           DISPLAY "LOAN DELINQUENCY REPORT - " WS-TODAY
           DISPLAY "============================================"

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = '35'
               DISPLAY "No loan master found - nothing to report."
               CLOSE LOAN-FILE
               GOBACK
           END-IF
           CLOSE LOAN-FILE

           MOVE 4 TO WS-BUCKET
           PERFORM UNTIL WS-BUCKET = 0
               PERFORM REPORT-ONE-BUCKET
               SUBTRACT 1 FROM WS-BUCKET
           END-PERFORM

           PERFORM TOTAL-ACTIVE-LOANS

           DISPLAY "============================================"
           DISPLAY "Active loans:         " WS-ACTIVE-LOANS
               " outstanding " WS-ACTIVE-OUTSTANDING
           DISPLAY "Delinquent loans:     " WS-DELINQUENT-LOANS
               " outstanding " WS-DELINQUENT-BALANCE
           DISPLAY "Installments overdue: " WS-DELINQUENT-ARREARS
           DISPLAY "============================================"
           GOBACK.

       LOAD-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = '35'
               CONTINUE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUS-DATE TO WS-TODAY
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       REPORT-ONE-BUCKET.
           MOVE 0 TO WS-BUCKET-COUNT
           MOVE 0 TO WS-BUCKET-ARREARS
           MOVE 0 TO WS-BUCKET-OUTSTANDING
           DISPLAY "--------------------------------------------"
           DISPLAY "DAYS PAST DUE: " WS-BUCKET-NAME (WS-BUCKET + 1)
           OPEN INPUT LOAN-FILE
           MOVE 'NO' TO WS-EOF-LOANS
           PERFORM UNTIL WS-EOF-LOANS = 'YES'
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-LOANS
                   NOT AT END
                       IF LN-STATUS = 'A'
                           AND LN-ARREARS-BUCKET = WS-BUCKET
                           PERFORM REPORT-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           DISPLAY "  Loans " WS-BUCKET-COUNT " overdue "
               WS-BUCKET-ARREARS " outstanding "
               WS-BUCKET-OUTSTANDING.

       REPORT-ONE-LOAN.
           CALL 'DataProgram' USING 'READ  ', LN-DEPOSIT-ACCOUNT,
               ACCT-PASS-AREA, WS-DATA-RESULT
           IF WS-DATA-RESULT NOT = '00'
               MOVE SPACES TO PASS-CUSTOMER-NAME
           END-IF
           DISPLAY "  Loan " LN-NUMBER " acct " LN-DEPOSIT-ACCOUNT
               " " PASS-CUSTOMER-NAME
           DISPLAY "    missed " LN-MISSED-COUNT " days "
               LN-DAYS-PAST-DUE " overdue " LN-ARREARS-AMOUNT
               " outstanding " LN-OUTSTANDING
           ADD 1 TO WS-BUCKET-COUNT
           ADD LN-ARREARS-AMOUNT TO WS-BUCKET-ARREARS
           ADD LN-OUTSTANDING TO WS-BUCKET-OUTSTANDING
           ADD 1 TO WS-DELINQUENT-LOANS
           ADD LN-ARREARS-AMOUNT TO WS-DELINQUENT-ARREARS
           ADD LN-OUTSTANDING TO WS-DELINQUENT-BALANCE.

       TOTAL-ACTIVE-LOANS.
           OPEN INPUT LOAN-FILE
           MOVE 'NO' TO WS-EOF-LOANS
           PERFORM UNTIL WS-EOF-LOANS = 'YES'
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-LOANS
                   NOT AT END
                       IF LN-STATUS = 'A'
                           ADD 1 TO WS-ACTIVE-LOANS
                           ADD LN-OUTSTANDING TO WS-ACTIVE-OUTSTANDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.
