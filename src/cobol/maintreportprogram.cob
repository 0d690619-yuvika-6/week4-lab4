               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT COLLISION-FILE ASSIGN TO "COLLISN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLLISION-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       FD  MAINT-AUDIT-FILE.
       COPY "mntaudit.cpy".

       FD  COLLISION-FILE.
       COPY "collrec.cpy".

       FD  BUSINESS-DATE-FILE.
       COPY "busidate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MAINT-STATUS        PIC XX.
       01  WS-BUSDATE-STATUS      PIC XX.
       01  WS-COLLISION-STATUS    PIC XX.
       01  WS-EOF-COLLISION       PIC X(3) VALUE 'NO'.
       01  WS-COLLISIONS-REPORTED PIC 9(6) VALUE 0.
       01  WS-EOF-AUDIT           PIC X(3) VALUE 'NO'.
       01  WS-TODAY               PIC 9(8).

               DISPLAY "No maintenance audit file found - nothing "
                   "to report."
               CLOSE MAINT-AUDIT-FILE
               PERFORM REPORT-COLLISIONS
               GOBACK
           END-IF

           CLOSE MAINT-AUDIT-FILE

           PERFORM PRINT-TELLER-TOTALS
           PERFORM REPORT-COLLISIONS

           DISPLAY "============================================"
           DISPLAY "Actions reported: " WS-ACTIONS-REPORTED
           DISPLAY "Update collisions: " WS-COLLISIONS-REPORTED
           DISPLAY "============================================"
           GOBACK.

                   WS-TT-ACTIONS (WS-IX)
               ADD 1 TO WS-IX
           END-PERFORM.

       REPORT-COLLISIONS.
           DISPLAY "--------------------------------------------"
           DISPLAY "ACCOUNT UPDATE COLLISIONS (stale writes refused)"
           OPEN INPUT COLLISION-FILE
           IF WS-COLLISION-STATUS = '35'
               MOVE 'YES' TO WS-EOF-COLLISION
           END-IF
           PERFORM UNTIL WS-EOF-COLLISION = 'YES'
               READ COLLISION-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF-COLLISION
                   NOT AT END
                       IF COL-DATE = WS-TODAY
                           PERFORM REPORT-ONE-COLLISION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COLLISION-STATUS NOT = '35'
               CLOSE COLLISION-FILE
           END-IF
           IF WS-COLLISIONS-REPORTED = 0
               DISPLAY "No update collisions recorded for today."
           END-IF.

       REPORT-ONE-COLLISION.
           ADD 1 TO WS-COLLISIONS-REPORTED
           DISPLAY "  " COL-TIME " acct " COL-ACCOUNT
               " read at update " COL-COUNT-READ
               " found at update " COL-COUNT-ON-FILE
               " refused balance " COL-STALE-BALANCE
               " on file " COL-FILE-BALANCE.
