               DISPLAY "21. Balance Drawer"
               DISPLAY "22. Outbound Payment (other bank)"
               DISPLAY "23. History Inquiry (incl. archives)"
               DISPLAY "24. Reverse Posting (supervisor)"
               DISPLAY "25. Issue Cheque Book"
               DISPLAY "26. Place Stop Payment"
               DISPLAY "27. Lift Stop Payment"
               DISPLAY "28. Book Installment Loan"
               DISPLAY "29. Add Account Relationship"
               DISPLAY "30. End Account Relationship"
               DISPLAY "31. Close Customer"
               DISPLAY "32. Dispose Compliance Case"
               DISPLAY "33. Set / Remove Overdraft Protection"
               DISPLAY "34. Exit"
               DISPLAY "--------------------------------"
               DISPLAY "Enter your choice (1-34): "
               ACCEPT USER-CHOICE

               IF (USER-CHOICE >= 1 AND USER-CHOICE <= 10)
                   OR (USER-CHOICE >= 14 AND USER-CHOICE <= 16)
                   OR USER-CHOICE = 22 OR USER-CHOICE = 23
                   OR (USER-CHOICE >= 25 AND USER-CHOICE <= 30)
                   OR USER-CHOICE = 33
                   MOVE 0 TO ACCOUNT-NUMBER
                   PERFORM UNTIL ACCOUNT-NUMBER > 0
                       DISPLAY "Enter account number: "
               END-IF

               IF USER-CHOICE = 17 OR USER-CHOICE = 18
                   OR USER-CHOICE = 31
                   MOVE 0 TO ACCOUNT-NUMBER
                   PERFORM UNTIL ACCOUNT-NUMBER > 0
                       DISPLAY "Enter customer ID: "
                   END-PERFORM
               END-IF

               IF USER-CHOICE = 33
                   DISPLAY "Enter backup account number "
                       "(0 = remove protection): "
                   ACCEPT TO-ACCOUNT-NUMBER
               END-IF

               IF USER-CHOICE = 5 OR USER-CHOICE = 23
                   DISPLAY "Enter from date (YYYYMMDD): "
                   ACCEPT FROM-DATE
                       CALL 'HistoryProgram' USING ACCOUNT-NUMBER,
                           FROM-DATE, THRU-DATE
                   WHEN 24
                       CALL 'Operations' USING 'REVRSL', ACCOUNT-NUMBER,
                           TO-ACCOUNT-NUMBER, FROM-DATE, THRU-DATE,
                           NEW-OD-LIMIT, TELLER-ID
                   WHEN 25
                       CALL 'Operations' USING 'CHQBK ', ACCOUNT-NUMBER,
                           TO-ACCOUNT-NUMBER, FROM-DATE, THRU-DATE,
                           NEW-OD-LIMIT, TELLER-ID
                   WHEN 26
                       CALL 'Operations' USING 'CHQSTP', ACCOUNT-NUMBER,
                           TO-ACCOUNT-NUMBER, FROM-DATE, THRU-DATE,
                           NEW-OD-LIMIT, TELLER-ID
                   WHEN 27
                       CALL 'Operations' USING 'CHQLFT', ACCOUNT-NUMBER,
                           TO-ACCOUNT-NUMBER, FROM-DATE, THRU-DATE,
                           NEW-OD-LIMIT, TELLER-ID
                   WHEN 28
                       CALL 'Operations' USING 'LNBOOK', ACCOUNT-NUMBER,
                           TO-ACCOUNT-NUMBER, FROM-DATE, THRU-DATE,
                           NEW-OD-LIMIT, TELLER-ID
                   WHEN 29
                       CALL 'Operations' USING 'RELADD', ACCOUNT-NUMBER,
                           TO-ACCOUNT-NUMBER, FROM-DATE, THRU-DATE,
                           NEW-OD-LIMIT, TELLER-ID
                   WHEN 30
                       CALL 'Operations' USING 'RELEND', ACCOUNT-NUMBER,
                           TO-ACCOUNT-NUMBER, FROM-DATE, THRU-DATE,
                           NEW-OD-LIMIT, TELLER-ID
                   WHEN 31
                       CALL 'Operations' USING 'CUSTCL', ACCOUNT-NUMBER,
                           TO-ACCOUNT-NUMBER, FROM-DATE, THRU-DATE,
                           NEW-OD-LIMIT, TELLER-ID
                   WHEN 32
                       CALL 'Operations' USING 'CMPDSP', ACCOUNT-NUMBER,
                           TO-ACCOUNT-NUMBER, FROM-DATE, THRU-DATE,
                           NEW-OD-LIMIT, TELLER-ID
                   WHEN 33
                       CALL 'Operations' USING 'ODPSET', ACCOUNT-NUMBER,
                           TO-ACCOUNT-NUMBER, FROM-DATE, THRU-DATE,
                           NEW-OD-LIMIT, TELLER-ID
                   WHEN 34
                       MOVE 'NO' TO CONTINUE-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid choice, please select 1-34."
               END-EVALUATE
           END-PERFORM
           DISPLAY "Exiting the program. Goodbye!"
