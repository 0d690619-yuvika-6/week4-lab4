               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "LOANMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       FD  BUSINESS-DATE-FILE.
       COPY "busidate.cpy".

       FD  LOAN-FILE.
       COPY "loanmstr.cpy".

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-MAP-STATUS          PIC XX.
               10  WS-OT-OPERATION    PIC X(6).
               10  WS-OT-COUNT        PIC 9(6).
               10  WS-OT-AMOUNT       PIC 9(9)V99.
      *        Part of the amount reversed later the same day;
      *        left out when paired transfer legs are compared.
               10  WS-OT-REVERSED     PIC 9(9)V99.

      *    Journal references reversed by today's REVDB/REVCR.
       01  WS-RT-COUNT            PIC 9(4) VALUE 0.
       01  WS-RT-MAX              PIC 9(4) VALUE 2000.
       01  WS-RT-TABLE.
           05  WS-RT-REFERENCE    PIC 9(10) OCCURS 2000 TIMES.
       01  WS-RX                  PIC 9(4).
       01  WS-RT-FOUND            PIC X(3).

       01  WS-MAP-COUNT           PIC 9(3) VALUE 0.
       01  WS-MAP-MAX             PIC 9(3) VALUE 50.
       01  WS-LOOKUP-TOTAL        PIC 9(9)V99.
       01  WS-LOOKUP-OP           PIC X(6).

       01  WS-LOAN-STATUS         PIC XX.
       01  WS-EOF-LOANS           PIC X(3) VALUE 'NO'.
       01  WS-LOAN-COUNT          PIC 9(6) VALUE 0.
       01  WS-LOAN-OUTSTANDING    PIC 9(9)V99 VALUE 0.

       01  WS-EXTRACT-COUNT       PIC 9(6) VALUE 0.
       01  WS-HASH-TOTAL          PIC 9(11)V99 VALUE 0.

                           AND JNL-OPERATION NOT = 'CARFWD'
                           PERFORM ACCUMULATE-ONE-OPERATION
                       END-IF
                       IF JNL-DATE = WS-BUSINESS-DATE
                           AND JNL-REVERSES-REF > 0
                           PERFORM NOTE-REVERSAL-TARGET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF WS-RT-COUNT > 0
               PERFORM NET-REVERSED-PAIR-LEGS
           END-IF.

       NOTE-REVERSAL-TARGET.
           IF WS-RT-COUNT < WS-RT-MAX
               ADD 1 TO WS-RT-COUNT
               MOVE JNL-REVERSES-REF TO WS-RT-REFERENCE (WS-RT-COUNT)
           ELSE
               DISPLAY "Reversal table full - reference "
                   JNL-REVERSES-REF " not netted from paired legs."
           END-IF.

      *    A paired transfer leg reversed the same day (the usual
      *    repair of a PARTIAL transfer or sweep) is taken out of
      *    the pair comparison, so a repaired day still balances.
       NET-REVERSED-PAIR-LEGS.
           MOVE 'NO' TO WS-EOF-JOURNAL
           OPEN INPUT JOURNAL-FILE
           PERFORM UNTIL WS-EOF-JOURNAL = 'YES'
               READ JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-JOURNAL
                   NOT AT END
                       IF JNL-DATE = WS-BUSINESS-DATE
                           AND (JNL-OPERATION = 'XFRDB ' OR 'XFRCR '
                             OR 'SOXFDB' OR 'SOXFCR'
                             OR 'ODPDB ' OR 'ODPCR ')
                           PERFORM NET-ONE-REVERSED-LEG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       NET-ONE-REVERSED-LEG.
           MOVE 'NO' TO WS-RT-FOUND
           MOVE 1 TO WS-RX
           PERFORM UNTIL WS-RX > WS-RT-COUNT OR WS-RT-FOUND = 'YES'
               IF WS-RT-REFERENCE (WS-RX) = JNL-REFERENCE
                   MOVE 'YES' TO WS-RT-FOUND
               END-IF
               ADD 1 TO WS-RX
           END-PERFORM
           IF WS-RT-FOUND = 'YES'
               MOVE 1 TO WS-IX
               PERFORM UNTIL WS-IX > WS-OP-COUNT
                   IF WS-OT-OPERATION (WS-IX) = JNL-OPERATION
                       ADD JNL-AMOUNT TO WS-OT-REVERSED (WS-IX)
                       MOVE WS-OP-COUNT TO WS-IX
                   END-IF
                   ADD 1 TO WS-IX
               END-PERFORM
           END-IF.

       ACCUMULATE-ONE-OPERATION.
           MOVE 0 TO WS-FOUND-IX
           MOVE 1 TO WS-IX
                       WS-OT-OPERATION (WS-FOUND-IX)
                   MOVE 0 TO WS-OT-COUNT (WS-FOUND-IX)
                   MOVE 0 TO WS-OT-AMOUNT (WS-FOUND-IX)
                   MOVE 0 TO WS-OT-REVERSED (WS-FOUND-IX)
               END-IF
           END-IF

                   "credits " WS-XFRCR-TOTAL
           END-IF

           MOVE 'ODPDB ' TO WS-LOOKUP-OP
           PERFORM LOOKUP-OPERATION-TOTAL
           MOVE WS-LOOKUP-TOTAL TO WS-XFRDB-TOTAL
           MOVE 'ODPCR ' TO WS-LOOKUP-OP
           PERFORM LOOKUP-OPERATION-TOTAL
           MOVE WS-LOOKUP-TOTAL TO WS-XFRCR-TOTAL
           IF WS-XFRDB-TOTAL NOT = WS-XFRCR-TOTAL
               MOVE 'NO' TO WS-BALANCED
               DISPLAY "OUT OF BALANCE: overdraft cover debits "
                   WS-XFRDB-TOTAL " do not equal overdraft cover "
                   "credits " WS-XFRCR-TOTAL
           END-IF

           MOVE 1 TO WS-IX
           PERFORM UNTIL WS-IX > WS-OP-COUNT
               PERFORM FIND-MAP-ENTRY
           MOVE 1 TO WS-IX
           PERFORM UNTIL WS-IX > WS-OP-COUNT
               IF WS-OT-OPERATION (WS-IX) = WS-LOOKUP-OP
                   COMPUTE WS-LOOKUP-TOTAL = WS-OT-AMOUNT (WS-IX)
                       - WS-OT-REVERSED (WS-IX)
                   MOVE WS-OP-COUNT TO WS-IX
               END-IF
               ADD 1 TO WS-IX
               ADD 1 TO WS-IX
           END-PERFORM

           PERFORM WRITE-LOAN-POSITION

           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE '9' TO GLX-TYPE
           MOVE WS-BUSINESS-DATE TO GLX-DATE
           WRITE GL-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           ADD WS-OT-AMOUNT (WS-IX) TO WS-HASH-TOTAL.

       WRITE-LOAN-POSITION.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = '35'
               MOVE 'YES' TO WS-EOF-LOANS
           END-IF
           PERFORM UNTIL WS-EOF-LOANS = 'YES'
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-LOANS
                   NOT AT END
                       IF LN-STATUS = 'A'
                           ADD 1 TO WS-LOAN-COUNT
                           ADD LN-OUTSTANDING TO WS-LOAN-OUTSTANDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE

           IF WS-LOAN-STATUS NOT = '35'
               MOVE 0 TO WS-MAP-IX
               MOVE 1 TO WS-FOUND-IX
               PERFORM UNTIL WS-FOUND-IX > WS-MAP-COUNT
                   IF WS-MT-OPERATION (WS-FOUND-IX) = 'LNDISB'
                       MOVE WS-FOUND-IX TO WS-MAP-IX
                       MOVE WS-MAP-COUNT TO WS-FOUND-IX
                   END-IF
                   ADD 1 TO WS-FOUND-IX
               END-PERFORM
               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE '2' TO GLX-TYPE
               MOVE WS-BUSINESS-DATE TO GLX-DATE
               IF WS-MAP-IX > 0
                   MOVE WS-MT-DR-ACCOUNT (WS-MAP-IX) TO GLX-GL-ACCOUNT
               ELSE
                   MOVE 0 TO GLX-GL-ACCOUNT
               END-IF
               MOVE 'LNBAL ' TO GLX-OPERATION
               MOVE WS-LOAN-OUTSTANDING TO GLX-AMOUNT
               MOVE WS-LOAN-COUNT TO GLX-COUNT
               MOVE 0 TO GLX-HASH
               WRITE GL-EXTRACT-RECORD
               DISPLAY "  Loan book: " WS-LOAN-COUNT " active loans "
                   "outstanding " WS-LOAN-OUTSTANDING
           END-IF.
