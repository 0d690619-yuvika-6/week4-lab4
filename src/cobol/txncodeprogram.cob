       IDENTIFICATION DIVISION.
       PROGRAM-ID. TxnCodeProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-CODE-FILE ASSIGN TO "TXNCODE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-CODE-FILE.
       COPY "txncode.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX.
       01  WS-EOF-CODES           PIC X(3).

       01  WS-CODE-COUNT          PIC 9(3) VALUE 0.
       01  WS-CODE-MAX            PIC 9(3) VALUE 100.
       01  WS-CODE-TABLE.
           05  WS-CODE-ENTRY OCCURS 100 TIMES.
               10  WS-CT-OPERATION    PIC X(6).
               10  WS-CT-DIRECTION    PIC X.
               10  WS-CT-DESCRIPTION  PIC X(30).
               10  WS-CT-CUSTOMER     PIC X.
               10  WS-CT-CASH         PIC X.
       01  WS-IX                  PIC 9(3).
       01  WS-FOUND-IX            PIC 9(3).

       LINKAGE SECTION.
       01  PASSED-FUNCTION        PIC X(6).
       01  PASSED-OPERATION       PIC X(6).
       COPY "txcpass.cpy".
       01  PASSED-RESULT          PIC XX.

       PROCEDURE DIVISION USING PASSED-FUNCTION, PASSED-OPERATION,
               TXC-PASS-AREA, PASSED-RESULT.
       MAIN-LOGIC.
           MOVE '00' TO PASSED-RESULT

           EVALUATE PASSED-FUNCTION
               WHEN 'LOAD'
                   PERFORM LOAD-CODE-TABLE
               WHEN 'LOOKUP'
                   PERFORM LOOKUP-CODE
               WHEN OTHER
                   DISPLAY "TxnCodeProgram: unknown function "
                       PASSED-FUNCTION
                   MOVE '99' TO PASSED-RESULT
           END-EVALUATE

           GOBACK.

       LOAD-CODE-TABLE.
           OPEN INPUT TXN-CODE-FILE
           IF WS-FILE-STATUS = '35'
               CLOSE TXN-CODE-FILE
               PERFORM WRITE-DEFAULT-CODE-TABLE
               OPEN INPUT TXN-CODE-FILE
           END-IF
           MOVE 0 TO WS-CODE-COUNT
           MOVE 'NO' TO WS-EOF-CODES
           PERFORM UNTIL WS-EOF-CODES = 'YES'
               READ TXN-CODE-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-CODES
                   NOT AT END
                       IF WS-CODE-COUNT < WS-CODE-MAX
                           ADD 1 TO WS-CODE-COUNT
                           MOVE TXC-OPERATION TO
                               WS-CT-OPERATION (WS-CODE-COUNT)
                           MOVE TXC-DIRECTION TO
                               WS-CT-DIRECTION (WS-CODE-COUNT)
                           MOVE TXC-DESCRIPTION TO
                               WS-CT-DESCRIPTION (WS-CODE-COUNT)
                           MOVE TXC-CUSTOMER-FLAG TO
                               WS-CT-CUSTOMER (WS-CODE-COUNT)
                           MOVE TXC-CASH-FLAG TO
                               WS-CT-CASH (WS-CODE-COUNT)
                       ELSE
                           DISPLAY "Transaction code table full - "
                               TXC-OPERATION " not loaded."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TXN-CODE-FILE
           IF WS-CODE-COUNT = 0
               DISPLAY "TXNCODE.DAT is empty - every journal code "
                   "will be treated as unknown."
           END-IF.

       LOOKUP-CODE.
           MOVE 0 TO WS-FOUND-IX
           MOVE 1 TO WS-IX
           PERFORM UNTIL WS-IX > WS-CODE-COUNT
               IF WS-CT-OPERATION (WS-IX) = PASSED-OPERATION
                   MOVE WS-IX TO WS-FOUND-IX
                   MOVE WS-CODE-COUNT TO WS-IX
               END-IF
               ADD 1 TO WS-IX
           END-PERFORM

           IF WS-FOUND-IX = 0
               MOVE SPACES TO TXC-PASS-AREA
               MOVE '23' TO PASSED-RESULT
           ELSE
               MOVE WS-CT-DIRECTION (WS-FOUND-IX) TO TPAS-DIRECTION
               MOVE WS-CT-DESCRIPTION (WS-FOUND-IX) TO
                   TPAS-DESCRIPTION
               MOVE WS-CT-CUSTOMER (WS-FOUND-IX) TO
                   TPAS-CUSTOMER-FLAG
               MOVE WS-CT-CASH (WS-FOUND-IX) TO TPAS-CASH-FLAG
           END-IF.

       WRITE-DEFAULT-CODE-TABLE.
           DISPLAY "No TXNCODE.DAT found - writing the default "
               "transaction code table."
           OPEN OUTPUT TXN-CODE-FILE
           MOVE 'CREDIT' TO TXC-OPERATION
           MOVE 'C' TO TXC-DIRECTION
           MOVE 'Teller credit' TO TXC-DESCRIPTION
           MOVE 'Y' TO TXC-CUSTOMER-FLAG
           MOVE 'Y' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'DEBIT ' TO TXC-OPERATION
           MOVE 'D' TO TXC-DIRECTION
           MOVE 'Teller debit' TO TXC-DESCRIPTION
           MOVE 'Y' TO TXC-CUSTOMER-FLAG
           MOVE 'Y' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'XFRDB ' TO TXC-OPERATION
           MOVE 'D' TO TXC-DIRECTION
           MOVE 'Transfer debit' TO TXC-DESCRIPTION
           MOVE 'Y' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'XFRCR ' TO TXC-OPERATION
           MOVE 'C' TO TXC-DIRECTION
           MOVE 'Transfer credit' TO TXC-DESCRIPTION
           MOVE 'Y' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'SOXFDB' TO TXC-OPERATION
           MOVE 'D' TO TXC-DIRECTION
           MOVE 'Standing order debit' TO TXC-DESCRIPTION
           MOVE 'Y' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'SOXFCR' TO TXC-OPERATION
           MOVE 'C' TO TXC-DIRECTION
           MOVE 'Standing order credit' TO TXC-DESCRIPTION
           MOVE 'Y' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'INTRST' TO TXC-OPERATION
           MOVE 'C' TO TXC-DIRECTION
           MOVE 'Credit interest' TO TXC-DESCRIPTION
           MOVE 'N' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'DBINT ' TO TXC-OPERATION
           MOVE 'D' TO TXC-DIRECTION
           MOVE 'Debit interest' TO TXC-DESCRIPTION
           MOVE 'N' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'SVCFEE' TO TXC-OPERATION
           MOVE 'D' TO TXC-DIRECTION
           MOVE 'Dormant account service fee' TO TXC-DESCRIPTION
           MOVE 'N' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'OVRAGE' TO TXC-OPERATION
           MOVE 'C' TO TXC-DIRECTION
           MOVE 'Drawer overage' TO TXC-DESCRIPTION
           MOVE 'N' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'SHRTGE' TO TXC-OPERATION
           MOVE 'D' TO TXC-DIRECTION
           MOVE 'Drawer shortage' TO TXC-DESCRIPTION
           MOVE 'N' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'CLRCR ' TO TXC-OPERATION
           MOVE 'C' TO TXC-DIRECTION
           MOVE 'Inward clearing credit' TO TXC-DESCRIPTION
           MOVE 'Y' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'CLRDB ' TO TXC-OPERATION
           MOVE 'D' TO TXC-DIRECTION
           MOVE 'Inward clearing debit' TO TXC-DESCRIPTION
           MOVE 'Y' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'CLRSUS' TO TXC-OPERATION
           MOVE 'C' TO TXC-DIRECTION
           MOVE 'Inward clearing to suspense' TO TXC-DESCRIPTION
           MOVE 'N' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'PAYDB ' TO TXC-OPERATION
           MOVE 'D' TO TXC-DIRECTION
           MOVE 'Outward payment debit' TO TXC-DESCRIPTION
           MOVE 'Y' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'PAYSUS' TO TXC-OPERATION
           MOVE 'C' TO TXC-DIRECTION
           MOVE 'Outward payment suspense' TO TXC-DESCRIPTION
           MOVE 'N' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'CHQDB ' TO TXC-OPERATION
           MOVE 'D' TO TXC-DIRECTION
           MOVE 'Cheque paid' TO TXC-DESCRIPTION
           MOVE 'Y' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'LNDISB' TO TXC-OPERATION
           MOVE 'C' TO TXC-DIRECTION
           MOVE 'Loan disbursement' TO TXC-DESCRIPTION
           MOVE 'Y' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'LNINT ' TO TXC-OPERATION
           MOVE 'D' TO TXC-DIRECTION
           MOVE 'Loan installment interest' TO TXC-DESCRIPTION
           MOVE 'Y' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'LNPRIN' TO TXC-OPERATION
           MOVE 'D' TO TXC-DIRECTION
           MOVE 'Loan installment principal' TO TXC-DESCRIPTION
           MOVE 'Y' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'ODPDB ' TO TXC-OPERATION
           MOVE 'D' TO TXC-DIRECTION
           MOVE 'Overdraft cover from backup' TO TXC-DESCRIPTION
           MOVE 'N' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'ODPCR ' TO TXC-OPERATION
           MOVE 'C' TO TXC-DIRECTION
           MOVE 'Overdraft cover received' TO TXC-DESCRIPTION
           MOVE 'N' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'REVCR ' TO TXC-OPERATION
           MOVE 'C' TO TXC-DIRECTION
           MOVE 'Reversal credit' TO TXC-DESCRIPTION
           MOVE 'N' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'REVDB ' TO TXC-OPERATION
           MOVE 'D' TO TXC-DIRECTION
           MOVE 'Reversal debit' TO TXC-DESCRIPTION
           MOVE 'N' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'CARFWD' TO TXC-OPERATION
           MOVE 'B' TO TXC-DIRECTION
           MOVE 'Balance brought forward' TO TXC-DESCRIPTION
           MOVE 'N' TO TXC-CUSTOMER-FLAG
           MOVE 'N' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'CSHIN ' TO TXC-OPERATION
           MOVE 'N' TO TXC-DIRECTION
           MOVE 'Drawer cash in' TO TXC-DESCRIPTION
           MOVE 'N' TO TXC-CUSTOMER-FLAG
           MOVE 'Y' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'CSHOUT' TO TXC-OPERATION
           MOVE 'N' TO TXC-DIRECTION
           MOVE 'Drawer cash out' TO TXC-DESCRIPTION
           MOVE 'N' TO TXC-CUSTOMER-FLAG
           MOVE 'Y' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'VLTIN ' TO TXC-OPERATION
           MOVE 'N' TO TXC-DIRECTION
           MOVE 'Vault cash to drawer' TO TXC-DESCRIPTION
           MOVE 'N' TO TXC-CUSTOMER-FLAG
           MOVE 'Y' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           MOVE 'VLTOUT' TO TXC-OPERATION
           MOVE 'N' TO TXC-DIRECTION
           MOVE 'Drawer cash to vault' TO TXC-DESCRIPTION
           MOVE 'N' TO TXC-CUSTOMER-FLAG
           MOVE 'Y' TO TXC-CASH-FLAG
           WRITE TXN-CODE-RECORD
           CLOSE TXN-CODE-FILE.
