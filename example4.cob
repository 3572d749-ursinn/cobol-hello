                           " authority"
                   END-IF
               WHEN '4'
                   CALL "example100"
               WHEN '5'
                   MOVE 'N' TO WSMoreWork
               WHEN OTHER
                   DISPLAY "Invalid selection, please choose 1-5"
           END-EVALUATE
       END-PERFORM
       STOP RUN.
       DISPLAY "1. Add Customer"
       DISPLAY "2. List Customers"
       DISPLAY "3. Update/Delete Customer"
       DISPLAY "4. Ship-to Addresses"
       DISPLAY "5. Exit".

GetChoice.
       DISPLAY "Selection " WITH NO ADVANCING
