                 WHEN "3"
                   CALL "SYSTEM" USING "quick"
                 WHEN "4"
                   CALL "SYSTEM" USING "waro-inquiry"
                 WHEN "5"
                   CALL "SYSTEM" USING "waro-workq"
                 WHEN "6"
                   MOVE "Y" TO WS-DONE-SW
                 WHEN OTHER
                   DISPLAY "MENU : invalid choice, please enter 1-6"
               END-EVALUATE.

            SHOW-MENU.
               DISPLAY "  1. Run WARO (the card game)".
               DISPLAY "  2. Run UTIL (student roster lookup)".
               DISPLAY "  3. Run the divide utility demo".
               DISPLAY "  4. WARO member inquiry (front desk)".
               DISPLAY "  5. Operations work queues (dashboard)".
               DISPLAY "  6. Quit".
               DISPLAY "-----------------------------------------".
               DISPLAY "Enter your choice (1-6): ".
