       IDENTIFICATION DIVISION.
       PROGRAM-ID. TxnRefProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-REFERENCE-FILE ASSIGN TO "TXNREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-REFERENCE-FILE.
       COPY "txnref.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX.
       01  WS-LAST-REFERENCE      PIC 9(10).
       01  WS-REF-OK              PIC X(3).

       LINKAGE SECTION.
      *    Zero is returned when no reference could be issued and
      *    saved; the caller must not post anything.
       01  PASSED-REFERENCE       PIC 9(10).

       PROCEDURE DIVISION USING PASSED-REFERENCE.
       MAIN-LOGIC.
           MOVE 0 TO PASSED-REFERENCE
           MOVE 0 TO WS-LAST-REFERENCE
           MOVE 'YES' TO WS-REF-OK
           OPEN INPUT TXN-REFERENCE-FILE
           IF WS-FILE-STATUS = '35'
               DISPLAY "No TXNREF.DAT found - starting transaction "
                   "references at 1."
           ELSE
               IF WS-FILE-STATUS NOT = '00'
                   MOVE 'NO' TO WS-REF-OK
                   DISPLAY "TXNREF.DAT could not be opened (status "
                       WS-FILE-STATUS ")."
               ELSE
                   PERFORM READ-LAST-REFERENCE
                   CLOSE TXN-REFERENCE-FILE
               END-IF
           END-IF

           IF WS-REF-OK = 'YES'
               ADD 1 TO WS-LAST-REFERENCE
               PERFORM SAVE-LAST-REFERENCE
           END-IF

           IF WS-REF-OK = 'YES'
               MOVE WS-LAST-REFERENCE TO PASSED-REFERENCE
           ELSE
               DISPLAY "TxnRefProgram: no transaction reference "
                   "issued - nothing may be posted until TXNREF.DAT "
                   "is repaired."
           END-IF
           GOBACK.

       READ-LAST-REFERENCE.
           READ TXN-REFERENCE-FILE
               AT END
                   MOVE 'NO' TO WS-REF-OK
                   DISPLAY "TXNREF.DAT is empty - the last reference "
                       "issued is unknown."
               NOT AT END
                   MOVE TXR-LAST-REFERENCE TO WS-LAST-REFERENCE
           END-READ
           IF WS-REF-OK = 'YES'
               AND WS-FILE-STATUS NOT = '00'
               MOVE 'NO' TO WS-REF-OK
               DISPLAY "TXNREF.DAT could not be read (status "
                   WS-FILE-STATUS ")."
           END-IF.

       SAVE-LAST-REFERENCE.
           OPEN OUTPUT TXN-REFERENCE-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 'NO' TO WS-REF-OK
               DISPLAY "TXNREF.DAT could not be opened for update "
                   "(status " WS-FILE-STATUS ")."
           ELSE
               MOVE WS-LAST-REFERENCE TO TXR-LAST-REFERENCE
               WRITE TXN-REFERENCE-RECORD
               IF WS-FILE-STATUS NOT = '00'
                   MOVE 'NO' TO WS-REF-OK
                   DISPLAY "TXNREF.DAT could not be written (status "
                       WS-FILE-STATUS ")."
               END-IF
               CLOSE TXN-REFERENCE-FILE
               IF WS-REF-OK = 'YES'
                   AND WS-FILE-STATUS NOT = '00'
                   MOVE 'NO' TO WS-REF-OK
                   DISPLAY "TXNREF.DAT could not be closed (status "
                       WS-FILE-STATUS ")."
               END-IF
           END-IF.
