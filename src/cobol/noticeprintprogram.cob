               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT RELATION-FILE ASSIGN TO "ACCTREL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-RELATION-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       FD  LETTER-FILE.
       01  LETTER-LINE            PIC X(80).

       FD  RELATION-FILE.
       COPY "acctrel.cpy".

       FD  BUSINESS-DATE-FILE.
       COPY "busidate.cpy".

       01  WS-NOTICE-STATUS       PIC XX.
       01  WS-LETTER-STATUS       PIC XX.
       01  WS-BUSDATE-STATUS      PIC XX.
       01  WS-RELATION-STATUS     PIC XX.
       01  WS-RELATION-OPEN       PIC X(3) VALUE 'NO'.
       01  WS-EOF-RELATIONS       PIC X(3).
       01  WS-EOF-NOTICES         PIC X(3).
       01  WS-TODAY               PIC 9(8).

           05  WS-HL-ACCOUNT          PIC 9(9).
           05  FILLER                 PIC X(12) VALUE SPACES.

      *    Every holder entitled to correspondence gets a copy
      *    of the letter: the primary holder on the account
      *    master and each joint holder or trustee whose link is
      *    in force, provided the customer is still active.
      *    Signatories and beneficiaries are not written to.
       COPY "acctpass.cpy".
       01  WS-DATA-RESULT         PIC XX.
       COPY "custpass.cpy".
       01  WS-CUST-RESULT         PIC XX.
       01  WS-CUSTOMER-ID         PIC 9(6).

       01  WS-RCP-COUNT           PIC 9(2).
       01  WS-RCP-MAX             PIC 9(2) VALUE 20.
       01  WS-RCP-TABLE.
           05  WS-RCP-NAME            PIC X(30) OCCURS 20 TIMES.
       01  WS-RX                  PIC 9(2).

       01  WS-LETTERS-WRITTEN     PIC 9(4) VALUE 0.
       01  WS-NOTICES-SENT        PIC 9(4) VALUE 0.


       WRITE-LETTERS.
           OPEN OUTPUT LETTER-FILE
           OPEN INPUT RELATION-FILE
           IF WS-RELATION-STATUS = '00'
               MOVE 'YES' TO WS-RELATION-OPEN
           END-IF
           MOVE 1 TO WS-IX
           PERFORM UNTIL WS-IX > WS-NTC-COUNT
               IF WS-NT-PRINTED (WS-IX) = 'N'
               END-IF
               ADD 1 TO WS-IX
           END-PERFORM
           IF WS-RELATION-OPEN = 'YES'
               CLOSE RELATION-FILE
           END-IF
           CLOSE LETTER-FILE.

       WRITE-ONE-LETTER.
           MOVE WS-NT-ACCOUNT (WS-IX) TO WS-LETTER-ACCOUNT
           PERFORM FIND-RECIPIENTS
           MOVE 1 TO WS-RX
           PERFORM UNTIL WS-RX > WS-RCP-COUNT
               PERFORM WRITE-LETTER-COPY
               ADD 1 TO WS-RX
           END-PERFORM

           MOVE WS-IX TO WS-JX
           PERFORM UNTIL WS-JX > WS-NTC-COUNT
               IF WS-NT-ACCOUNT (WS-JX) = WS-LETTER-ACCOUNT
                   MOVE 'Y' TO WS-NT-PRINTED (WS-JX)
               END-IF
               ADD 1 TO WS-JX
           END-PERFORM.

       WRITE-LETTER-COPY.
           ADD 1 TO WS-LETTERS-WRITTEN
           MOVE 'NOTICE TO: ' TO WS-HL-LABEL
           MOVE WS-RCP-NAME (WS-RX) TO WS-HL-NAME
           MOVE 'ACCOUNT: ' TO WS-HL-ACCT-LABEL
           MOVE WS-LETTER-ACCOUNT TO WS-HL-ACCOUNT
           WRITE LETTER-LINE FROM WS-HEAD-LINE
                   MOVE WS-NT-AMOUNT (WS-JX) TO WS-DL-AMOUNT
                   MOVE WS-NT-TEXT (WS-JX) TO WS-DL-TEXT
                   WRITE LETTER-LINE FROM WS-DETAIL-LINE
               END-IF
               ADD 1 TO WS-JX
           END-PERFORM
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

       FIND-RECIPIENTS.
           MOVE 0 TO WS-RCP-COUNT
           CALL 'DataProgram' USING 'READ  ', WS-LETTER-ACCOUNT,
               ACCT-PASS-AREA, WS-DATA-RESULT
           IF WS-DATA-RESULT = '00'
               AND PASS-CUSTOMER-ID > 0
               MOVE PASS-CUSTOMER-ID TO WS-CUSTOMER-ID
               PERFORM ADD-RECIPIENT-IF-ACTIVE
           END-IF
           IF WS-RELATION-OPEN = 'YES'
               PERFORM FIND-RELATED-HOLDERS
           END-IF
           IF WS-RCP-COUNT = 0
               MOVE 1 TO WS-RCP-COUNT
               MOVE WS-NT-NAME (WS-IX) TO WS-RCP-NAME (1)
           END-IF.

       FIND-RELATED-HOLDERS.
           MOVE 'NO' TO WS-EOF-RELATIONS
           MOVE WS-LETTER-ACCOUNT TO REL-ACCOUNT
           MOVE 0 TO REL-CUSTOMER
           START RELATION-FILE KEY IS >= REL-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-EOF-RELATIONS
           END-START
           PERFORM UNTIL WS-EOF-RELATIONS = 'YES'
               READ RELATION-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-RELATIONS
                   NOT AT END
                       IF REL-ACCOUNT NOT = WS-LETTER-ACCOUNT
                           MOVE 'YES' TO WS-EOF-RELATIONS
                       ELSE
                           IF (REL-ROLE = 'J' OR REL-ROLE = 'T')
                               AND REL-STATUS = 'A'
                               AND REL-EFFECTIVE-DATE <= WS-TODAY
                               MOVE REL-CUSTOMER TO WS-CUSTOMER-ID
                               PERFORM ADD-RECIPIENT-IF-ACTIVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-RECIPIENT-IF-ACTIVE.
           CALL 'CustomerProgram' USING 'READ  ', WS-CUSTOMER-ID,
               CUST-PASS-AREA, WS-CUST-RESULT
           IF WS-CUST-RESULT = '00'
               AND CPAS-STATUS = 'A'
               IF WS-RCP-COUNT < WS-RCP-MAX
                   ADD 1 TO WS-RCP-COUNT
                   MOVE CPAS-NAME TO WS-RCP-NAME (WS-RCP-COUNT)
               ELSE
                   DISPLAY "Account " WS-LETTER-ACCOUNT " has more "
                       "than " WS-RCP-MAX " holders - customer "
                       WS-CUSTOMER-ID " not written to."
               END-IF
           END-IF.

       MARK-NOTICES-SENT.
           MOVE 'NO' TO WS-EOF-NOTICES
           OPEN I-O NOTICE-FILE
