       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-RECON.
      *> Nightly three-way reconciliation of the money WARO says
      *> it paid. Every payout credit on the WARO-LEDGER member
      *> ledger ("PW", and "EP" for event prizes, with any "CA"
      *> WARO-CORRECT difference credited or debited) is matched by
      *> game id and player id against the WARO-PAYOUT extract -
      *> PO details less any RV reversals - and the extract entry
      *> against accounting's WARO-PAYACK acknowledgment (run
      *> date and player name, the WARO-PAYACK rule: one ack
      *> settles one payout). Each game/member pair that does not
      *> agree is a break, reported by category:
      *>   LEDGER ONLY  - credited, never on the extract
      *>   EXTRACT ONLY - on the extract, never credited
      *>   AMT MISMATCH - both, but the amounts differ (a backed
      *>                  out game still credited shows here)
      *>   PAID NO CRED - accounting posted it, never credited
      *> Walk-ins (player id 0) have no account and are skipped.
      *> Parm: a run date YYYYMMDD (default today), or ALL for
      *> the whole of both files.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROLGS.
         COPY WAROPYS.
         COPY WAROAKS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROLGR.
         COPY WAROPAY.
         COPY WAROAKR.
         WORKING-STORAGE SECTION.
         01 WS-LEDGER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYOUT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYACK-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-LEDGER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-LEDGER-EOF VALUE "Y".
         01 WS-PAYOUT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PAYOUT-EOF VALUE "Y".
         01 WS-PAYACK-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PAYACK-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-PARM-DATE PIC X(8) VALUE SPACES.
         01 WS-ASK-DATE PIC 9(8) VALUE 0.
         01 WS-ALL-DATES-SW PIC X(1) VALUE "N".
           88 WARO-ALL-DATES VALUE "Y".

      *> One entry per game id and member: what the ledger
      *> credited, what the extract nets to, and the ack.
         78 NUM-RECON-MAX VALUE 500.
         01 WS-RECON-TABLE.
            02 WS-RECON-ENTRY OCCURS NUM-RECON-MAX TIMES.
               03 WS-RC-GAME-ID PIC 9(16).
               03 WS-RC-PLAYER-ID PIC 9(4).
               03 WS-RC-RUN-DATE PIC 9(8).
               03 WS-RC-NAME PIC X(6).
               03 WS-RC-LEDGER-AMT PIC S9(8)V99.
               03 WS-RC-EXTRACT-AMT PIC S9(8)V99.
               03 WS-RC-LEDGER-SW PIC X(1).
                 88 WARO-RC-ON-LEDGER VALUE "Y".
               03 WS-RC-EXTRACT-SW PIC X(1).
                 88 WARO-RC-ON-EXTRACT VALUE "Y".
               03 WS-RC-ACK-STATUS PIC X(2).
         01 WS-RECON-COUNT PIC 9(3) VALUE 0.
         01 WS-RECON-IDX PIC 9(3) VALUE 0.
         01 WS-RECON-FULL-SW PIC X(1) VALUE "N".
           88 WARO-RECON-TABLE-FULL VALUE "Y".
         01 WS-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-RECON-FOUND VALUE "Y".
         01 WS-ACK-MATCHED-SW PIC X(1) VALUE "N".
           88 WARO-ACK-MATCHED VALUE "Y".
         01 WS-KEY-GAME-ID PIC 9(16) VALUE 0.
         01 WS-KEY-PLAYER-ID PIC 9(4) VALUE 0.
         01 WS-KEY-RUN-DATE PIC 9(8) VALUE 0.
         01 WS-KEY-NAME PIC X(6) VALUE SPACES.

         01 WS-BREAK-TEXT PIC X(12) VALUE SPACES.
         01 WS-MATCHED-COUNT PIC 9(4) VALUE 0.
         01 WS-LEDGER-ONLY-COUNT PIC 9(4) VALUE 0.
         01 WS-EXTRACT-ONLY-COUNT PIC 9(4) VALUE 0.
         01 WS-MISMATCH-COUNT PIC 9(4) VALUE 0.
         01 WS-PAID-NOCRED-COUNT PIC 9(4) VALUE 0.
         01 WS-UNMATCHED-ACK-COUNT PIC 9(4) VALUE 0.
         01 WS-LEDGER-ED PIC ZZZZZ9.99.
         01 WS-EXTRACT-ED PIC -ZZZZZ9.99.
         01 I PIC 9(3).

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-ASK-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         MOVE WS-PARM (1:8) TO WS-PARM-DATE.
         IF WS-PARM-DATE = "ALL"
           MOVE "Y" TO WS-ALL-DATES-SW
         END-IF.
         IF WS-PARM-DATE IS NUMERIC AND WS-PARM-DATE NOT = "00000000"
           MOVE WS-PARM-DATE TO WS-ASK-DATE
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         IF WARO-ALL-DATES
           STRING "WARO-RECON : ledger / extract / ack reconciliation"
             DELIMITED BY SIZE
             " - all dates" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
         ELSE
           STRING "WARO-RECON : ledger / extract / ack reconciliation"
             DELIMITED BY SIZE
             " for " DELIMITED BY SIZE
             WS-ASK-DATE DELIMITED BY SIZE
             INTO WS-REPORT-LINE
         END-IF.
         PERFORM WRITE-REPORT.

         PERFORM LOAD-LEDGER-CREDITS THRU LOAD-LEDGER-CREDITS-EXIT.
         PERFORM LOAD-EXTRACT-DETAILS THRU LOAD-EXTRACT-DETAILS-EXIT.
         IF WARO-RECON-TABLE-FULL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-RECON : REFUSED - more than 500 game/member "
             DELIMITED BY SIZE
             "pairs; run it one date at a time" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         PERFORM MATCH-ACKNOWLEDGMENTS
           THRU MATCH-ACKNOWLEDGMENTS-EXIT.
         PERFORM JUDGE-ONE-PAIR
           VARYING I FROM 1 BY 1 UNTIL I > WS-RECON-COUNT.
         PERFORM REPORT-TOTALS.
         IF WS-LEDGER-ONLY-COUNT > 0 OR WS-EXTRACT-ONLY-COUNT > 0
             OR WS-MISMATCH-COUNT > 0 OR WS-PAID-NOCRED-COUNT > 0
           MOVE 4 TO RETURN-CODE
         END-IF.
       BEGIN-EXIT.
         MOVE "WARO-RECON Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         STOP RUN.

       LOAD-LEDGER-CREDITS.
         OPEN INPUT WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS NOT = "00"
           MOVE "WARO-RECON : no member ledger on file"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO LOAD-LEDGER-CREDITS-EXIT
         END-IF.
         PERFORM LOAD-ONE-LEDGER-ENTRY
           UNTIL WARO-LEDGER-EOF OR WARO-RECON-TABLE-FULL.
         CLOSE WARO-LEDGER-FILE.
       LOAD-LEDGER-CREDITS-EXIT.
         EXIT.

       LOAD-ONE-LEDGER-ENTRY.
         READ WARO-LEDGER-FILE
           AT END MOVE "Y" TO WS-LEDGER-EOF-SW
           NOT AT END
             IF (WLG-PAYOUT-ENTRY OR WLG-EVENT-PRIZE-ENTRY
                   OR WLG-CORRECTION-ENTRY)
                 AND WLG-PLAYER-ID > 0
                 AND (WARO-ALL-DATES
                   OR WLG-ENTRY-DATE = WS-ASK-DATE)
               MOVE WLG-GAME-ID TO WS-KEY-GAME-ID
               MOVE WLG-PLAYER-ID TO WS-KEY-PLAYER-ID
               MOVE WLG-ENTRY-DATE TO WS-KEY-RUN-DATE
               MOVE WLG-PLAYER-NAME TO WS-KEY-NAME
               PERFORM FIND-OR-ADD-PAIR
               IF WS-RECON-IDX > 0
                 MOVE "Y" TO WS-RC-LEDGER-SW (WS-RECON-IDX)
                 ADD WLG-CREDIT-AMOUNT
                   TO WS-RC-LEDGER-AMT (WS-RECON-IDX)
                 SUBTRACT WLG-DEBIT-AMOUNT
                   FROM WS-RC-LEDGER-AMT (WS-RECON-IDX)
               END-IF
             END-IF
         END-READ.

      *> PO details add, RV reversals take away, so a backed-out
      *> payout nets to zero on the extract side.
       LOAD-EXTRACT-DETAILS.
         OPEN INPUT WARO-PAYOUT-FILE.
         IF WS-PAYOUT-FILE-STATUS NOT = "00"
           MOVE "WARO-RECON : no payout extract on file"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO LOAD-EXTRACT-DETAILS-EXIT
         END-IF.
         PERFORM LOAD-ONE-EXTRACT-REC
           UNTIL WARO-PAYOUT-EOF OR WARO-RECON-TABLE-FULL.
         CLOSE WARO-PAYOUT-FILE.
       LOAD-EXTRACT-DETAILS-EXIT.
         EXIT.

       LOAD-ONE-EXTRACT-REC.
         READ WARO-PAYOUT-FILE
           AT END MOVE "Y" TO WS-PAYOUT-EOF-SW
           NOT AT END
             IF (WPR-PAYOUT-DETAIL OR WPR-REVERSAL-REC)
                 AND NOT WPR-REISSUE-PAYOUT
                 AND WPR-PLAYER-ID > 0
                 AND WPR-PAYOUT-AMOUNT > 0
                 AND (WARO-ALL-DATES
                   OR WPR-RUN-DATE = WS-ASK-DATE)
               MOVE WPR-GAME-ID TO WS-KEY-GAME-ID
               MOVE WPR-PLAYER-ID TO WS-KEY-PLAYER-ID
               MOVE WPR-RUN-DATE TO WS-KEY-RUN-DATE
               MOVE WPR-PLAYER-NAME TO WS-KEY-NAME
               PERFORM FIND-OR-ADD-PAIR
               IF WS-RECON-IDX > 0
                 MOVE "Y" TO WS-RC-EXTRACT-SW (WS-RECON-IDX)
                 IF WPR-REVERSAL-REC
                   SUBTRACT WPR-PAYOUT-AMOUNT
                     FROM WS-RC-EXTRACT-AMT (WS-RECON-IDX)
                 ELSE
                   ADD WPR-PAYOUT-AMOUNT
                     TO WS-RC-EXTRACT-AMT (WS-RECON-IDX)
                 END-IF
               END-IF
             END-IF
         END-READ.

       FIND-OR-ADD-PAIR.
         MOVE "N" TO WS-FOUND-SW.
         PERFORM CHECK-ONE-PAIR
           VARYING WS-RECON-IDX FROM 1 BY 1
             UNTIL WS-RECON-IDX > WS-RECON-COUNT
               OR WARO-RECON-FOUND.
         IF WARO-RECON-FOUND
           SUBTRACT 1 FROM WS-RECON-IDX
         ELSE
           IF WS-RECON-COUNT < NUM-RECON-MAX
             ADD 1 TO WS-RECON-COUNT
             MOVE WS-RECON-COUNT TO WS-RECON-IDX
             MOVE WS-KEY-GAME-ID TO WS-RC-GAME-ID (WS-RECON-IDX)
             MOVE WS-KEY-PLAYER-ID TO WS-RC-PLAYER-ID (WS-RECON-IDX)
             MOVE WS-KEY-RUN-DATE TO WS-RC-RUN-DATE (WS-RECON-IDX)
             MOVE WS-KEY-NAME TO WS-RC-NAME (WS-RECON-IDX)
             MOVE 0 TO WS-RC-LEDGER-AMT (WS-RECON-IDX)
             MOVE 0 TO WS-RC-EXTRACT-AMT (WS-RECON-IDX)
             MOVE "N" TO WS-RC-LEDGER-SW (WS-RECON-IDX)
             MOVE "N" TO WS-RC-EXTRACT-SW (WS-RECON-IDX)
             MOVE SPACES TO WS-RC-ACK-STATUS (WS-RECON-IDX)
           ELSE
             MOVE "Y" TO WS-RECON-FULL-SW
             MOVE 0 TO WS-RECON-IDX
           END-IF
         END-IF.

       CHECK-ONE-PAIR.
         IF WS-RC-GAME-ID (WS-RECON-IDX) = WS-KEY-GAME-ID
             AND WS-RC-PLAYER-ID (WS-RECON-IDX) = WS-KEY-PLAYER-ID
           MOVE "Y" TO WS-FOUND-SW
         END-IF.

       MATCH-ACKNOWLEDGMENTS.
         OPEN INPUT WARO-PAYACK-FILE.
         IF WS-PAYACK-FILE-STATUS NOT = "00"
           MOVE "WARO-RECON : no acknowledgment file received"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO MATCH-ACKNOWLEDGMENTS-EXIT
         END-IF.
         PERFORM MATCH-ONE-ACK UNTIL WARO-PAYACK-EOF.
         CLOSE WARO-PAYACK-FILE.
       MATCH-ACKNOWLEDGMENTS-EXIT.
         EXIT.

      *> An acknowledgment settles the first still-unanswered
      *> extract entry for that run date and player name.
       MATCH-ONE-ACK.
         READ WARO-PAYACK-FILE
           AT END MOVE "Y" TO WS-PAYACK-EOF-SW
           NOT AT END
             IF WARO-ALL-DATES OR WAK-RUN-DATE = WS-ASK-DATE
               MOVE "N" TO WS-ACK-MATCHED-SW
               PERFORM MATCH-ACK-TO-PAIR
                 VARYING I FROM 1 BY 1
                   UNTIL I > WS-RECON-COUNT OR WARO-ACK-MATCHED
               IF NOT WARO-ACK-MATCHED
                 ADD 1 TO WS-UNMATCHED-ACK-COUNT
               END-IF
             END-IF
         END-READ.

       MATCH-ACK-TO-PAIR.
         IF WS-RC-RUN-DATE (I) = WAK-RUN-DATE
             AND WS-RC-NAME (I) = WAK-PLAYER-NAME
             AND WARO-RC-ON-EXTRACT (I)
             AND WS-RC-ACK-STATUS (I) = SPACES
           MOVE WAK-STATUS TO WS-RC-ACK-STATUS (I)
           MOVE "Y" TO WS-ACK-MATCHED-SW
         END-IF.

       JUDGE-ONE-PAIR.
         MOVE SPACES TO WS-BREAK-TEXT.
         EVALUATE TRUE
           WHEN WARO-RC-ON-LEDGER (I) AND NOT WARO-RC-ON-EXTRACT (I)
             ADD 1 TO WS-LEDGER-ONLY-COUNT
             MOVE "LEDGER ONLY" TO WS-BREAK-TEXT
           WHEN NOT WARO-RC-ON-LEDGER (I)
               AND WS-RC-ACK-STATUS (I) = "PD"
             ADD 1 TO WS-PAID-NOCRED-COUNT
             MOVE "PAID NO CRED" TO WS-BREAK-TEXT
           WHEN NOT WARO-RC-ON-LEDGER (I)
             IF WS-RC-EXTRACT-AMT (I) NOT = 0
               ADD 1 TO WS-EXTRACT-ONLY-COUNT
               MOVE "EXTRACT ONLY" TO WS-BREAK-TEXT
             ELSE
               ADD 1 TO WS-MATCHED-COUNT
             END-IF
           WHEN WS-RC-LEDGER-AMT (I) NOT = WS-RC-EXTRACT-AMT (I)
             ADD 1 TO WS-MISMATCH-COUNT
             MOVE "AMT MISMATCH" TO WS-BREAK-TEXT
           WHEN OTHER
             ADD 1 TO WS-MATCHED-COUNT
         END-EVALUATE.
         IF WS-BREAK-TEXT NOT = SPACES
           MOVE WS-RC-LEDGER-AMT (I) TO WS-LEDGER-ED
           MOVE WS-RC-EXTRACT-AMT (I) TO WS-EXTRACT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-RECON : " DELIMITED BY SIZE
             WS-BREAK-TEXT DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-RC-GAME-ID (I) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-RC-PLAYER-ID (I) DELIMITED BY SIZE
             " led" DELIMITED BY SIZE
             WS-LEDGER-ED DELIMITED BY SIZE
             " ext" DELIMITED BY SIZE
             WS-EXTRACT-ED DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-RC-ACK-STATUS (I) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

       REPORT-TOTALS.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-RECON : " DELIMITED BY SIZE
           WS-RECON-COUNT DELIMITED BY SIZE
           " game/member pair(s), " DELIMITED BY SIZE
           WS-MATCHED-COUNT DELIMITED BY SIZE
           " in agreement" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-RECON : breaks - ledger only " DELIMITED BY SIZE
           WS-LEDGER-ONLY-COUNT DELIMITED BY SIZE
           ", extract only " DELIMITED BY SIZE
           WS-EXTRACT-ONLY-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-RECON : breaks - amount mismatch "
           DELIMITED BY SIZE
           WS-MISMATCH-COUNT DELIMITED BY SIZE
           ", paid not credited " DELIMITED BY SIZE
           WS-PAID-NOCRED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-UNMATCHED-ACK-COUNT > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-RECON : " DELIMITED BY SIZE
             WS-UNMATCHED-ACK-COUNT DELIMITED BY SIZE
             " ack(s) match no extract entry - see WARO-PAYACK"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
