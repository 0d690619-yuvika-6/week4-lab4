       COPY "archcat.cpy".

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD         PIC X(85).

       FD  JOURNAL-FILE.
       COPY "jrnlrec.cpy".
       01  WS-HIST-COUNT          PIC 9(5).
       01  WS-ARCHIVES-USED       PIC 9(3).

      *    First pass maps every reversal on the account to the
      *    reference it reverses; second pass shows the lines.
       01  WS-PASS-MODE           PIC X(4).
       01  WS-RVM-COUNT           PIC 9(3) VALUE 0.
       01  WS-RVM-MAX             PIC 9(3) VALUE 200.
       01  WS-RVM-IX              PIC 9(3).
       01  WS-RVM-FOUND           PIC 9(10).
       01  WS-RVM-TABLE.
           05  WS-RVM-ENTRY OCCURS 200 TIMES.
               10  WS-RVM-ORIGINAL    PIC 9(10).
               10  WS-RVM-REVERSAL    PIC 9(10).

       LINKAGE SECTION.
       01  PASSED-ACCOUNT         PIC 9(9).
       01  PASSED-FROM-DATE       PIC 9(8).
           DISPLAY "  from " WS-HIST-FROM " thru " WS-HIST-THRU
               " (archives and live journal)"

           MOVE 0 TO WS-RVM-COUNT
           MOVE 'MAP ' TO WS-PASS-MODE
           PERFORM SCAN-CATALOGUED-ARCHIVES
           PERFORM SCAN-LIVE-JOURNAL

           MOVE 0 TO WS-ARCHIVES-USED
           MOVE 'SHOW' TO WS-PASS-MODE
           PERFORM SCAN-CATALOGUED-ARCHIVES
           PERFORM SCAN-LIVE-JOURNAL

           MOVE 'NO' TO WS-EOF-ARCHIVE
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '35'
               IF WS-PASS-MODE = 'SHOW'
                   DISPLAY "  Archive " WS-ARCHIVE-NAME " listed in "
                       "the catalog is missing - range may be "
                       "incomplete."
               END-IF
               MOVE 'YES' TO WS-EOF-ARCHIVE
           ELSE
               ADD 1 TO WS-ARCHIVES-USED
                       MOVE 'YES' TO WS-EOF-ARCHIVE
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO JOURNAL-RECORD
                       PERFORM PROCESS-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.
                   AT END
                       MOVE 'YES' TO WS-EOF-JOURNAL
                   NOT AT END
                       PERFORM PROCESS-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       PROCESS-JOURNAL-LINE.
           IF WS-PASS-MODE = 'MAP '
               PERFORM MAP-REVERSAL-LINE
           ELSE
               PERFORM SHOW-MATCHING-LINE
           END-IF.

       MAP-REVERSAL-LINE.
           IF JNL-ACCOUNT = WS-HIST-ACCOUNT
               AND JNL-REVERSES-REF > 0
               AND WS-RVM-COUNT < WS-RVM-MAX
               ADD 1 TO WS-RVM-COUNT
               MOVE JNL-REVERSES-REF TO WS-RVM-ORIGINAL (WS-RVM-COUNT)
               MOVE JNL-REFERENCE TO WS-RVM-REVERSAL (WS-RVM-COUNT)
           END-IF.

       SHOW-MATCHING-LINE.
           IF JNL-ACCOUNT = WS-HIST-ACCOUNT
               AND JNL-DATE >= WS-HIST-FROM
                   DISPLAY "  " JNL-DATE " " JNL-TIME " "
                       JNL-OPERATION " " JNL-AMOUNT
                       " running balance " JNL-RESULT-BALANCE
                       " ref " JNL-REFERENCE
                   PERFORM SHOW-REVERSAL-LINK
               END-IF
           END-IF.

       SHOW-REVERSAL-LINK.
           IF JNL-REVERSES-REF > 0
               DISPLAY "      reversal of ref " JNL-REVERSES-REF
           ELSE
               MOVE 0 TO WS-RVM-FOUND
               MOVE 1 TO WS-RVM-IX
               PERFORM UNTIL WS-RVM-IX > WS-RVM-COUNT
                   IF WS-RVM-ORIGINAL (WS-RVM-IX) = JNL-REFERENCE
                       MOVE WS-RVM-REVERSAL (WS-RVM-IX) TO WS-RVM-FOUND
                       MOVE WS-RVM-COUNT TO WS-RVM-IX
                   END-IF
                   ADD 1 TO WS-RVM-IX
               END-PERFORM
               IF WS-RVM-FOUND > 0
                   DISPLAY "      REVERSED by ref " WS-RVM-FOUND
               END-IF
           END-IF.
