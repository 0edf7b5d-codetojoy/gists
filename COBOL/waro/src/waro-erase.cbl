       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-ERASE.
      *> Erasure of a departing member's personal details without
      *> breaking the history the league must keep. Deleting the
      *> master record would orphan statements, ratings, the
      *> records book and the money; instead the member keeps
      *> the id and every amount, and the name is replaced by a
      *> neutral token - "ER" and the four-digit id, so it stays
      *> unique for the name-matching programs - everywhere it is
      *> held as text: WARO-PLAYERS, WARO-ROSTER, WARO-ALIAS and
      *> the six-character names on WARO-RESULTS, WARO-GAMEDTL,
      *> WARO-LEDGER, WARO-PAYOUT, WARO-PAYACK, WARO-PAYREG,
      *> WARO-LOYALTY, WARO-VOUCHER, WARO-DUES, WARO-UNCLAIMED,
      *> WARO-SEATPLAN and the settled WARO-RECEIVABLE entries.
      *> An acknowledgment carries no id, so WARO-PAYACK is
      *> matched on the run dates and names of the member's own
      *> WARO-PAYOUT entries, and is rewritten before them - the
      *> token then settles the acks in reconciliation as the
      *> name did. WARO-PAYHOLD keeps only holds still open, so
      *> it never has one to rewrite. The member's WARO-CONTACT
      *> and WARO-BANKING records are removed, as a DELETE does.
      *> WARO-AMLCASE and the WARO-COMPLY compliance events are
      *> kept by law as filed and are never rewritten.
      *> Parm:
      *>   CHECK <id> - the refusal list only, nothing changes.
      *>   ERASE <id> - erase, then leave a certificate on
      *>     WARO-ERASECERT saying what was replaced where.
      *> A member is refused (completion 8), with every reason
      *> listed, while anything is still open against them: a
      *> payout on WARO-PAYHOLD, a game of theirs under an open
      *> WARO-DISPUTE, an open WARO-RECEIVABLE, or any case on
      *> the WARO-AMLCASE register - those records are kept by
      *> law, so the name must stay with them. ERASE needs a
      *> signed-on supervisor; the change journal gets the id
      *> and token only, never the name. The history files are
      *> rewritten before the master, so a run that stops part
      *> way still finds the member by name and can be rerun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROPMS.
         COPY WAROROS.
         COPY WAROALS.
         COPY WARORES.
         COPY WAROGDS.
         COPY WAROLGS.
         COPY WAROPYS.
         COPY WAROPHS.
         COPY WAROACS.
         COPY WAROCTS.
         COPY WAROBKS.
         COPY WAROECS.
         COPY WARORVS.
         COPY WAROAKS.
         COPY WAROPGS.
         COPY WAROLYS.
         COPY WAROVCS.
         COPY WARODUS.
         COPY WAROUCS.
         COPY WAROSPS.
         SELECT WARO-DISPUTE-FILE ASSIGN TO "WARO-DISPUTE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPUTE-FILE-STATUS.
         SELECT ERASE-WORK-FILE ASSIGN TO "WARO-ERASEWORK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-FILE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROPMR.
         COPY WARORSR.
         COPY WAROALR.
         COPY WARORSF.
         COPY WAROGDR.
         COPY WAROLGR.
         COPY WAROPAY.
         COPY WAROPHR.
         COPY WAROACR.
         COPY WAROCTR.
         COPY WAROBKR.
         COPY WAROECR.
         COPY WARORVR.
         COPY WAROAKR.
         COPY WAROPGR.
         COPY WAROLYR.
         COPY WAROVCR.
         COPY WARODUR.
         COPY WAROUCR.
         COPY WAROSPR.
         FD WARO-DISPUTE-FILE.
         01 WARO-DISPUTE-REC.
            02 WDP-GAME-ID PIC 9(16).
            02 FILLER PIC X(1).
            02 WDP-FILED-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WDP-STATUS PIC X(1).
              88 WDP-OPEN VALUE "O".

      *> Every file streams through this one work file and back,
      *> so no file size is ever too big to erase from.
         FD ERASE-WORK-FILE.
         01 ERASE-WORK-REC PIC X(200).
         WORKING-STORAGE SECTION.
         01 WS-PLAYERS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ROSTER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ALIAS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-GAMEDTL-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-LEDGER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYOUT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYHOLD-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-AMLCASE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-CONTACT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-BANKING-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ERASECERT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-DISPUTE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RECEIVABLE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYACK-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYREG-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-LOYALTY-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-VOUCHER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-DUES-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-UNCLAIMED-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-SEATPLAN-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-WORK-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-PLAYERS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PLAYERS-EOF VALUE "Y".
         01 WS-ROSTER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-ROSTER-EOF VALUE "Y".
         01 WS-ALIAS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-ALIAS-EOF VALUE "Y".
         01 WS-RESULTS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-RESULTS-EOF VALUE "Y".
         01 WS-GAMEDTL-EOF-SW PIC X(1) VALUE "N".
           88 WARO-GAMEDTL-EOF VALUE "Y".
         01 WS-LEDGER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-LEDGER-EOF VALUE "Y".
         01 WS-PAYOUT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PAYOUT-EOF VALUE "Y".
         01 WS-PAYHOLD-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PAYHOLD-EOF VALUE "Y".
         01 WS-AMLCASE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-AMLCASE-EOF VALUE "Y".
         01 WS-CONTACT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-CONTACT-EOF VALUE "Y".
         01 WS-BANKING-EOF-SW PIC X(1) VALUE "N".
           88 WARO-BANKING-EOF VALUE "Y".
         01 WS-ERASECERT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-ERASECERT-EOF VALUE "Y".
         01 WS-DISPUTE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-DISPUTE-EOF VALUE "Y".
         01 WS-RECEIVABLE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-RECEIVABLE-EOF VALUE "Y".
         01 WS-PAYACK-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PAYACK-EOF VALUE "Y".
         01 WS-PAYREG-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PAYREG-EOF VALUE "Y".
         01 WS-LOYALTY-EOF-SW PIC X(1) VALUE "N".
           88 WARO-LOYALTY-EOF VALUE "Y".
         01 WS-VOUCHER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-VOUCHER-EOF VALUE "Y".
         01 WS-DUES-EOF-SW PIC X(1) VALUE "N".
           88 WARO-DUES-EOF VALUE "Y".
         01 WS-UNCLAIMED-EOF-SW PIC X(1) VALUE "N".
           88 WARO-UNCLAIMED-EOF VALUE "Y".
         01 WS-SEATPLAN-EOF-SW PIC X(1) VALUE "N".
           88 WARO-SEATPLAN-EOF VALUE "Y".
         01 WS-WORK-EOF-SW PIC X(1) VALUE "N".
           88 WARO-WORK-EOF VALUE "Y".

         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-ACTION PIC X(8) VALUE SPACES.
         01 WS-TARGET-ID-TEXT PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-TARGET-ID PIC 9(4) VALUE 0.
         01 WS-TOKEN PIC X(6) VALUE SPACES.
         01 WS-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-MEMBER-FOUND VALUE "Y".
         01 WS-MEMBER-NAME PIC X(20) VALUE SPACES.
         01 WS-RUN-DATE PIC 9(8) VALUE 0.
         01 WS-RUN-TIME PIC 9(8) VALUE 0.

      *> What is still open against the member.
         01 WS-HOLD-COUNT PIC 9(4) VALUE 0.
         01 WS-DISPUTED-COUNT PIC 9(4) VALUE 0.
         01 WS-OWED-COUNT PIC 9(4) VALUE 0.
         01 WS-AML-COUNT PIC 9(4) VALUE 0.
         01 WS-REFUSAL-COUNT PIC 9(4) VALUE 0.
         01 WS-REFUSAL-TEXT PIC X(50) VALUE SPACES.
         01 WS-REFUSAL-NUMBER PIC 9(4) VALUE 0.
         78 NUM-OPEN-DISPUTES-MAX VALUE 100.
         01 WS-OPEN-DISPUTE-TABLE.
            02 WS-OPEN-GAME-ID PIC 9(16)
              OCCURS NUM-OPEN-DISPUTES-MAX TIMES.
         01 WS-OPEN-DISPUTE-COUNT PIC 9(3) VALUE 0.
         01 WS-SEATED-SW PIC X(1) VALUE "N".
           88 WARO-MEMBER-SEATED VALUE "Y".
         01 WS-DISPUTED-SW PIC X(1) VALUE "N".
           88 WARO-GAME-DISPUTED VALUE "Y".

      *> Names replaced, file by file, for the certificate.
         01 WS-ROSTER-COUNT PIC 9(4) VALUE 0.
         01 WS-ALIAS-COUNT PIC 9(4) VALUE 0.
         01 WS-RESULTS-COUNT PIC 9(6) VALUE 0.
         01 WS-GAMEDTL-COUNT PIC 9(6) VALUE 0.
         01 WS-LEDGER-COUNT PIC 9(6) VALUE 0.
         01 WS-PAYOUT-COUNT PIC 9(6) VALUE 0.
         01 WS-PAYACK-COUNT PIC 9(6) VALUE 0.
         01 WS-PAYREG-COUNT PIC 9(6) VALUE 0.
         01 WS-LOYALTY-COUNT PIC 9(6) VALUE 0.
         01 WS-VOUCHER-COUNT PIC 9(6) VALUE 0.
         01 WS-DUES-COUNT PIC 9(4) VALUE 0.
         01 WS-UNCLAIMED-COUNT PIC 9(4) VALUE 0.
         01 WS-SEATPLAN-COUNT PIC 9(4) VALUE 0.
         01 WS-RECEIVABLE-COUNT PIC 9(4) VALUE 0.
         01 WS-DROPPED-COUNT PIC 9(1) VALUE 0.
         01 WS-LAST-CERT-NO PIC 9(6) VALUE 0.
         01 WS-RECORD-CHANGED-SW PIC X(1) VALUE "N".
           88 WARO-RECORD-CHANGED VALUE "Y".
         01 J PIC 9(2).
         01 K PIC 9(3).

      *> The run dates and names the member was paid under on
      *> WARO-PAYOUT - the key accounting acknowledges them by.
         78 NUM-PAID-KEYS-MAX VALUE 2000.
         01 WS-PAID-KEY-TABLE.
            02 WS-PAID-KEY-ENTRY OCCURS NUM-PAID-KEYS-MAX TIMES.
               03 WS-PK-RUN-DATE PIC 9(8).
               03 WS-PK-NAME PIC X(6).
         01 WS-PAID-KEY-COUNT PIC 9(4) VALUE 0.
         01 WS-PAID-KEY-IDX PIC 9(4) VALUE 0.
         01 WS-PAID-KEY-FULL-SW PIC X(1) VALUE "N".
           88 WARO-PAID-KEYS-FULL VALUE "Y".
         01 WS-PAID-KEY-SW PIC X(1) VALUE "N".
           88 WARO-PAID-KEY-FOUND VALUE "Y".

      *> oper-util parameters: who is signed on, the level the
      *> action needs, and the journal images of the change.
         01 WS-OP-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-OP-PROGRAM PIC X(12) VALUE "WARO-ERASE".
         01 WS-OP-ACTION PIC X(8) VALUE "ERASE".
         01 WS-OP-LEVEL PIC 9(1) VALUE 2.
         01 WS-OP-OPERATOR-ID PIC X(4) VALUE SPACES.
         01 WS-OP-BEFORE PIC X(100) VALUE SPACES.
         01 WS-OP-AFTER PIC X(100) VALUE SPACES.
         01 WS-OP-MESSAGE PIC X(60) VALUE SPACES.
         01 WS-OP-STATUS PIC X(1) VALUE SPACES.
         01 WS-OP-KEEP-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-RUN-TIME FROM TIME.
         PERFORM READ-ACTION-PARM.
         IF (WS-ACTION NOT = "CHECK" AND WS-ACTION NOT = "ERASE")
             OR WS-TARGET-ID = 0
           MOVE "WARO-ERASE : use CHECK <id> or ERASE <id>"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         IF WS-ACTION = "ERASE"
           PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT
           IF RETURN-CODE > 0
             GO TO BEGIN-EXIT
           END-IF
         END-IF.
         STRING "ER" DELIMITED BY SIZE
           WS-TARGET-ID DELIMITED BY SIZE
           INTO WS-TOKEN.
         PERFORM FIND-MEMBER THRU FIND-MEMBER-EXIT.
         IF NOT WARO-MEMBER-FOUND
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ERASE : id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " is not on the player master" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         IF WS-MEMBER-NAME = WS-TOKEN
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ERASE : id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " was already erased - it carries " DELIMITED BY SIZE
             WS-TOKEN DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.

         PERFORM COUNT-OPEN-HOLDS THRU COUNT-OPEN-HOLDS-EXIT.
         PERFORM COUNT-OPEN-DISPUTES THRU COUNT-OPEN-DISPUTES-EXIT.
         PERFORM COUNT-OPEN-RECEIVABLES
           THRU COUNT-OPEN-RECEIVABLES-EXIT.
         PERFORM COUNT-AML-CASES THRU COUNT-AML-CASES-EXIT.
         PERFORM LIST-REFUSALS.
         IF WS-REFUSAL-COUNT > 0
           MOVE 8 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         IF WS-ACTION = "CHECK"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ERASE : id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " has nothing open - clear to erase as "
             DELIMITED BY SIZE
             WS-TOKEN DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO BEGIN-EXIT
         END-IF.

         PERFORM ERASE-ROSTER-NAMES THRU ERASE-ROSTER-NAMES-EXIT.
         PERFORM ERASE-ALIAS-NAMES THRU ERASE-ALIAS-NAMES-EXIT.
         PERFORM ERASE-RESULTS-NAMES THRU ERASE-RESULTS-NAMES-EXIT.
         PERFORM ERASE-GAMEDTL-NAMES THRU ERASE-GAMEDTL-NAMES-EXIT.
         PERFORM ERASE-LEDGER-NAMES THRU ERASE-LEDGER-NAMES-EXIT.
         PERFORM ERASE-PAYACK-NAMES THRU ERASE-PAYACK-NAMES-EXIT.
         PERFORM ERASE-PAYOUT-NAMES THRU ERASE-PAYOUT-NAMES-EXIT.
         PERFORM ERASE-PAYREG-NAMES THRU ERASE-PAYREG-NAMES-EXIT.
         PERFORM ERASE-RECEIVABLE-NAMES
           THRU ERASE-RECEIVABLE-NAMES-EXIT.
         PERFORM ERASE-UNCLAIMED-NAMES THRU ERASE-UNCLAIMED-NAMES-EXIT.
         PERFORM ERASE-LOYALTY-NAMES THRU ERASE-LOYALTY-NAMES-EXIT.
         PERFORM ERASE-VOUCHER-NAMES THRU ERASE-VOUCHER-NAMES-EXIT.
         PERFORM ERASE-DUES-NAMES THRU ERASE-DUES-NAMES-EXIT.
         PERFORM ERASE-SEATPLAN-NAMES THRU ERASE-SEATPLAN-NAMES-EXIT.
         PERFORM DROP-CONTACT-DETAILS THRU DROP-CONTACT-DETAILS-EXIT.
         PERFORM DROP-BANKING-DETAILS THRU DROP-BANKING-DETAILS-EXIT.
         PERFORM ERASE-MASTER-NAME THRU ERASE-MASTER-NAME-EXIT.
         PERFORM WRITE-CERTIFICATE.
         PERFORM JOURNAL-ERASURE.

         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-ERASE : id " DELIMITED BY SIZE
           WS-TARGET-ID DELIMITED BY SIZE
           " erased - now " DELIMITED BY SIZE
           WS-TOKEN DELIMITED BY SIZE
           ", certificate " DELIMITED BY SIZE
           WS-LAST-CERT-NO DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-ERASE : names replaced - roster "
           DELIMITED BY SIZE
           WS-ROSTER-COUNT DELIMITED BY SIZE
           " alias " DELIMITED BY SIZE
           WS-ALIAS-COUNT DELIMITED BY SIZE
           " results " DELIMITED BY SIZE
           WS-RESULTS-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-ERASE : detail " DELIMITED BY SIZE
           WS-GAMEDTL-COUNT DELIMITED BY SIZE
           " ledger " DELIMITED BY SIZE
           WS-LEDGER-COUNT DELIMITED BY SIZE
           " payout " DELIMITED BY SIZE
           WS-PAYOUT-COUNT DELIMITED BY SIZE
           ", dropped " DELIMITED BY SIZE
           WS-DROPPED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-ERASE : ack " DELIMITED BY SIZE
           WS-PAYACK-COUNT DELIMITED BY SIZE
           " payreg " DELIMITED BY SIZE
           WS-PAYREG-COUNT DELIMITED BY SIZE
           " receivable " DELIMITED BY SIZE
           WS-RECEIVABLE-COUNT DELIMITED BY SIZE
           " unclaimed " DELIMITED BY SIZE
           WS-UNCLAIMED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-ERASE : loyalty " DELIMITED BY SIZE
           WS-LOYALTY-COUNT DELIMITED BY SIZE
           " voucher " DELIMITED BY SIZE
           WS-VOUCHER-COUNT DELIMITED BY SIZE
           " dues " DELIMITED BY SIZE
           WS-DUES-COUNT DELIMITED BY SIZE
           " seatplan " DELIMITED BY SIZE
           WS-SEATPLAN-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       BEGIN-EXIT.
         MOVE "WARO-ERASE Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         STOP RUN.

       READ-ACTION-PARM.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-ACTION WS-TARGET-ID-TEXT.
         INSPECT WS-TARGET-ID-TEXT REPLACING LEADING SPACE BY ZERO.
         IF WS-TARGET-ID-TEXT IS NUMERIC
           MOVE WS-TARGET-ID-TEXT TO WS-TARGET-ID
         END-IF.

       FIND-MEMBER.
         OPEN INPUT WARO-PLAYERS-FILE.
         IF WS-PLAYERS-FILE-STATUS NOT = "00"
           GO TO FIND-MEMBER-EXIT
         END-IF.
         MOVE "N" TO WS-PLAYERS-EOF-SW.
         PERFORM MATCH-ONE-MEMBER
           UNTIL WARO-PLAYERS-EOF OR WARO-MEMBER-FOUND.
         CLOSE WARO-PLAYERS-FILE.
       FIND-MEMBER-EXIT.
         EXIT.

       MATCH-ONE-MEMBER.
         READ WARO-PLAYERS-FILE
           AT END MOVE "Y" TO WS-PLAYERS-EOF-SW
           NOT AT END
             IF WPM-PLAYER-ID = WS-TARGET-ID
               MOVE "Y" TO WS-FOUND-SW
               MOVE WPM-PLAYER-NAME TO WS-MEMBER-NAME
             END-IF
         END-READ.

      *> A payout still on hold has yet to be paid or dropped.
       COUNT-OPEN-HOLDS.
         OPEN INPUT WARO-PAYHOLD-FILE.
         IF WS-PAYHOLD-FILE-STATUS NOT = "00"
           GO TO COUNT-OPEN-HOLDS-EXIT
         END-IF.
         PERFORM COUNT-ONE-HOLD UNTIL WARO-PAYHOLD-EOF.
         CLOSE WARO-PAYHOLD-FILE.
       COUNT-OPEN-HOLDS-EXIT.
         EXIT.

       COUNT-ONE-HOLD.
         READ WARO-PAYHOLD-FILE
           AT END MOVE "Y" TO WS-PAYHOLD-EOF-SW
           NOT AT END
             IF WHL-HELD-DETAIL AND WHL-PLAYER-ID = WS-TARGET-ID
               ADD 1 TO WS-HOLD-COUNT
             END-IF
         END-READ.

      *> The dispute register is keyed by game; the member is in
      *> a disputed game when one of the game's posted results
      *> seats them.
       COUNT-OPEN-DISPUTES.
         OPEN INPUT WARO-DISPUTE-FILE.
         IF WS-DISPUTE-FILE-STATUS NOT = "00"
           GO TO COUNT-OPEN-DISPUTES-EXIT
         END-IF.
         PERFORM LOAD-ONE-DISPUTE
           UNTIL WARO-DISPUTE-EOF
             OR WS-OPEN-DISPUTE-COUNT = NUM-OPEN-DISPUTES-MAX.
         CLOSE WARO-DISPUTE-FILE.
         IF WS-OPEN-DISPUTE-COUNT = 0
           GO TO COUNT-OPEN-DISPUTES-EXIT
         END-IF.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           GO TO COUNT-OPEN-DISPUTES-EXIT
         END-IF.
         MOVE "N" TO WS-RESULTS-EOF-SW.
         PERFORM CHECK-ONE-RESULT-DISPUTE UNTIL WARO-RESULTS-EOF.
         CLOSE WARO-RESULTS-FILE.
       COUNT-OPEN-DISPUTES-EXIT.
         EXIT.

       LOAD-ONE-DISPUTE.
         READ WARO-DISPUTE-FILE
           AT END MOVE "Y" TO WS-DISPUTE-EOF-SW
           NOT AT END
             IF WDP-OPEN
               ADD 1 TO WS-OPEN-DISPUTE-COUNT
               MOVE WDP-GAME-ID
                 TO WS-OPEN-GAME-ID (WS-OPEN-DISPUTE-COUNT)
             END-IF
         END-READ.

       CHECK-ONE-RESULT-DISPUTE.
         READ WARO-RESULTS-FILE
           AT END MOVE "Y" TO WS-RESULTS-EOF-SW
           NOT AT END
             IF WRR-DETAIL-REC
               MOVE "N" TO WS-SEATED-SW
               PERFORM FIND-MEMBER-SEAT
                 VARYING J FROM 1 BY 1 UNTIL J > 10
               MOVE "N" TO WS-DISPUTED-SW
               PERFORM FIND-OPEN-DISPUTE
                 VARYING K FROM 1 BY 1
                   UNTIL K > WS-OPEN-DISPUTE-COUNT
               IF WARO-MEMBER-SEATED AND WARO-GAME-DISPUTED
                 ADD 1 TO WS-DISPUTED-COUNT
               END-IF
             END-IF
         END-READ.

       FIND-MEMBER-SEAT.
         IF WRR-PLAYER-ID (J) = WS-TARGET-ID
           MOVE "Y" TO WS-SEATED-SW
         END-IF.

       FIND-OPEN-DISPUTE.
         IF WS-OPEN-GAME-ID (K) = WRR-GAME-ID
           MOVE "Y" TO WS-DISPUTED-SW
         END-IF.

       COUNT-OPEN-RECEIVABLES.
         OPEN INPUT WARO-RECEIVABLE-FILE.
         IF WS-RECEIVABLE-FILE-STATUS NOT = "00"
           GO TO COUNT-OPEN-RECEIVABLES-EXIT
         END-IF.
         PERFORM COUNT-ONE-RECEIVABLE UNTIL WARO-RECEIVABLE-EOF.
         CLOSE WARO-RECEIVABLE-FILE.
       COUNT-OPEN-RECEIVABLES-EXIT.
         EXIT.

       COUNT-ONE-RECEIVABLE.
         READ WARO-RECEIVABLE-FILE
           AT END MOVE "Y" TO WS-RECEIVABLE-EOF-SW
           NOT AT END
             IF WRC-OPEN AND WRC-PLAYER-ID = WS-TARGET-ID
               ADD 1 TO WS-OWED-COUNT
             END-IF
         END-READ.

      *> An AML case is a legal hold: the register must keep the
      *> member as filed, open or not.
       COUNT-AML-CASES.
         OPEN INPUT WARO-AMLCASE-FILE.
         IF WS-AMLCASE-FILE-STATUS NOT = "00"
           GO TO COUNT-AML-CASES-EXIT
         END-IF.
         PERFORM COUNT-ONE-AML-CASE UNTIL WARO-AMLCASE-EOF.
         CLOSE WARO-AMLCASE-FILE.
       COUNT-AML-CASES-EXIT.
         EXIT.

       COUNT-ONE-AML-CASE.
         READ WARO-AMLCASE-FILE
           AT END MOVE "Y" TO WS-AMLCASE-EOF-SW
           NOT AT END
             IF WAC-PLAYER-ID = WS-TARGET-ID
               ADD 1 TO WS-AML-COUNT
             END-IF
         END-READ.

      *> The refusal list: one line per reason the member cannot
      *> be erased yet.
       LIST-REFUSALS.
         IF WS-HOLD-COUNT > 0
           MOVE WS-HOLD-COUNT TO WS-REFUSAL-NUMBER
           MOVE "payout(s) held on WARO-PAYHOLD" TO WS-REFUSAL-TEXT
           PERFORM REPORT-ONE-REFUSAL
         END-IF.
         IF WS-DISPUTED-COUNT > 0
           MOVE WS-DISPUTED-COUNT TO WS-REFUSAL-NUMBER
           MOVE "result(s) in a game under open dispute"
             TO WS-REFUSAL-TEXT
           PERFORM REPORT-ONE-REFUSAL
         END-IF.
         IF WS-OWED-COUNT > 0
           MOVE WS-OWED-COUNT TO WS-REFUSAL-NUMBER
           MOVE "open receivable(s) - money still owed"
             TO WS-REFUSAL-TEXT
           PERFORM REPORT-ONE-REFUSAL
         END-IF.
         IF WS-AML-COUNT > 0
           MOVE WS-AML-COUNT TO WS-REFUSAL-NUMBER
           MOVE "AML case(s) on the register - legal hold"
             TO WS-REFUSAL-TEXT
           PERFORM REPORT-ONE-REFUSAL
         END-IF.

       REPORT-ONE-REFUSAL.
         ADD 1 TO WS-REFUSAL-COUNT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-ERASE : REFUSED id " DELIMITED BY SIZE
           WS-TARGET-ID DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-REFUSAL-NUMBER DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-REFUSAL-TEXT DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       ERASE-ROSTER-NAMES.
         OPEN INPUT WARO-ROSTER-FILE.
         IF WS-ROSTER-FILE-STATUS NOT = "00"
           GO TO ERASE-ROSTER-NAMES-EXIT
         END-IF.
         OPEN OUTPUT ERASE-WORK-FILE.
         PERFORM TOKEN-ONE-ROSTER UNTIL WARO-ROSTER-EOF.
         CLOSE WARO-ROSTER-FILE.
         CLOSE ERASE-WORK-FILE.
         IF WS-ROSTER-COUNT = 0
           GO TO ERASE-ROSTER-NAMES-EXIT
         END-IF.
         MOVE "N" TO WS-WORK-EOF-SW.
         OPEN INPUT ERASE-WORK-FILE.
         OPEN OUTPUT WARO-ROSTER-FILE.
         PERFORM COPY-BACK-ROSTER UNTIL WARO-WORK-EOF.
         CLOSE ERASE-WORK-FILE.
         CLOSE WARO-ROSTER-FILE.
       ERASE-ROSTER-NAMES-EXIT.
         EXIT.

       TOKEN-ONE-ROSTER.
         READ WARO-ROSTER-FILE
           AT END MOVE "Y" TO WS-ROSTER-EOF-SW
           NOT AT END
             IF WRO-PLAYER-ID = WS-TARGET-ID
               MOVE WS-TOKEN TO WRO-PLAYER-NAME
               ADD 1 TO WS-ROSTER-COUNT
             END-IF
             MOVE WARO-ROSTER-REC TO ERASE-WORK-REC
             WRITE ERASE-WORK-REC
         END-READ.

       COPY-BACK-ROSTER.
         READ ERASE-WORK-FILE
           AT END MOVE "Y" TO WS-WORK-EOF-SW
           NOT AT END
             MOVE ERASE-WORK-REC TO WARO-ROSTER-REC
             WRITE WARO-ROSTER-REC
         END-READ.

       ERASE-ALIAS-NAMES.
         OPEN INPUT WARO-ALIAS-FILE.
         IF WS-ALIAS-FILE-STATUS NOT = "00"
           GO TO ERASE-ALIAS-NAMES-EXIT
         END-IF.
         OPEN OUTPUT ERASE-WORK-FILE.
         PERFORM TOKEN-ONE-ALIAS UNTIL WARO-ALIAS-EOF.
         CLOSE WARO-ALIAS-FILE.
         CLOSE ERASE-WORK-FILE.
         IF WS-ALIAS-COUNT = 0
           GO TO ERASE-ALIAS-NAMES-EXIT
         END-IF.
         MOVE "N" TO WS-WORK-EOF-SW.
         OPEN INPUT ERASE-WORK-FILE.
         OPEN OUTPUT WARO-ALIAS-FILE.
         PERFORM COPY-BACK-ALIAS UNTIL WARO-WORK-EOF.
         CLOSE ERASE-WORK-FILE.
         CLOSE WARO-ALIAS-FILE.
       ERASE-ALIAS-NAMES-EXIT.
         EXIT.

       TOKEN-ONE-ALIAS.
         READ WARO-ALIAS-FILE
           AT END MOVE "Y" TO WS-ALIAS-EOF-SW
           NOT AT END
             IF WNA-PLAYER-ID = WS-TARGET-ID
               MOVE WS-TOKEN TO WNA-OLD-NAME
               ADD 1 TO WS-ALIAS-COUNT
             END-IF
             MOVE WARO-ALIAS-REC TO ERASE-WORK-REC
             WRITE ERASE-WORK-REC
         END-READ.

       COPY-BACK-ALIAS.
         READ ERASE-WORK-FILE
           AT END MOVE "Y" TO WS-WORK-EOF-SW
           NOT AT END
             MOVE ERASE-WORK-REC TO WARO-ALIAS-REC
             WRITE WARO-ALIAS-REC
         END-READ.

      *> A results detail seats up to ten players; the trailer
      *> hash totals points only, so the batches stay in balance.
       ERASE-RESULTS-NAMES.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           GO TO ERASE-RESULTS-NAMES-EXIT
         END-IF.
         MOVE "N" TO WS-RESULTS-EOF-SW.
         OPEN OUTPUT ERASE-WORK-FILE.
         PERFORM TOKEN-ONE-RESULT UNTIL WARO-RESULTS-EOF.
         CLOSE WARO-RESULTS-FILE.
         CLOSE ERASE-WORK-FILE.
         IF WS-RESULTS-COUNT = 0
           GO TO ERASE-RESULTS-NAMES-EXIT
         END-IF.
         MOVE "N" TO WS-WORK-EOF-SW.
         OPEN INPUT ERASE-WORK-FILE.
         OPEN OUTPUT WARO-RESULTS-FILE.
         PERFORM COPY-BACK-RESULT UNTIL WARO-WORK-EOF.
         CLOSE ERASE-WORK-FILE.
         CLOSE WARO-RESULTS-FILE.
       ERASE-RESULTS-NAMES-EXIT.
         EXIT.

       TOKEN-ONE-RESULT.
         READ WARO-RESULTS-FILE
           AT END MOVE "Y" TO WS-RESULTS-EOF-SW
           NOT AT END
             IF WRR-DETAIL-REC
               PERFORM TOKEN-ONE-RESULT-SEAT
                 VARYING J FROM 1 BY 1 UNTIL J > 10
             END-IF
             IF WRR-CORRECTION-REC
                 AND WRR-CR-PLAYER-ID = WS-TARGET-ID
               MOVE WS-TOKEN TO WRR-CR-PLAYER-NAME
               ADD 1 TO WS-RESULTS-COUNT
             END-IF
             MOVE WARO-RESULTS-REC TO ERASE-WORK-REC
             WRITE ERASE-WORK-REC
         END-READ.

       TOKEN-ONE-RESULT-SEAT.
         IF WRR-PLAYER-ID (J) = WS-TARGET-ID
           MOVE WS-TOKEN TO WRR-PLAYER-NAME (J)
           ADD 1 TO WS-RESULTS-COUNT
         END-IF.

       COPY-BACK-RESULT.
         READ ERASE-WORK-FILE
           AT END MOVE "Y" TO WS-WORK-EOF-SW
           NOT AT END
             MOVE ERASE-WORK-REC TO WARO-RESULTS-REC
             WRITE WARO-RESULTS-REC
         END-READ.

       ERASE-GAMEDTL-NAMES.
         OPEN INPUT WARO-GAMEDTL-FILE.
         IF WS-GAMEDTL-FILE-STATUS NOT = "00"
           GO TO ERASE-GAMEDTL-NAMES-EXIT
         END-IF.
         OPEN OUTPUT ERASE-WORK-FILE.
         PERFORM TOKEN-ONE-GAMEDTL UNTIL WARO-GAMEDTL-EOF.
         CLOSE WARO-GAMEDTL-FILE.
         CLOSE ERASE-WORK-FILE.
         IF WS-GAMEDTL-COUNT = 0
           GO TO ERASE-GAMEDTL-NAMES-EXIT
         END-IF.
         MOVE "N" TO WS-WORK-EOF-SW.
         OPEN INPUT ERASE-WORK-FILE.
         OPEN OUTPUT WARO-GAMEDTL-FILE.
         PERFORM COPY-BACK-GAMEDTL UNTIL WARO-WORK-EOF.
         CLOSE ERASE-WORK-FILE.
         CLOSE WARO-GAMEDTL-FILE.
       ERASE-GAMEDTL-NAMES-EXIT.
         EXIT.

       TOKEN-ONE-GAMEDTL.
         READ WARO-GAMEDTL-FILE
           AT END MOVE "Y" TO WS-GAMEDTL-EOF-SW
           NOT AT END
             IF WGD-PLAYER-ID = WS-TARGET-ID
               MOVE WS-TOKEN TO WGD-PLAYER-NAME
               ADD 1 TO WS-GAMEDTL-COUNT
             END-IF
             MOVE WARO-GAMEDTL-REC TO ERASE-WORK-REC
             WRITE ERASE-WORK-REC
         END-READ.

       COPY-BACK-GAMEDTL.
         READ ERASE-WORK-FILE
           AT END MOVE "Y" TO WS-WORK-EOF-SW
           NOT AT END
             MOVE ERASE-WORK-REC TO WARO-GAMEDTL-REC
             WRITE WARO-GAMEDTL-REC
         END-READ.

       ERASE-LEDGER-NAMES.
         OPEN INPUT WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS NOT = "00"
           GO TO ERASE-LEDGER-NAMES-EXIT
         END-IF.
         OPEN OUTPUT ERASE-WORK-FILE.
         PERFORM TOKEN-ONE-LEDGER UNTIL WARO-LEDGER-EOF.
         CLOSE WARO-LEDGER-FILE.
         CLOSE ERASE-WORK-FILE.
         IF WS-LEDGER-COUNT = 0
           GO TO ERASE-LEDGER-NAMES-EXIT
         END-IF.
         MOVE "N" TO WS-WORK-EOF-SW.
         OPEN INPUT ERASE-WORK-FILE.
         OPEN OUTPUT WARO-LEDGER-FILE.
         PERFORM COPY-BACK-LEDGER UNTIL WARO-WORK-EOF.
         CLOSE ERASE-WORK-FILE.
         CLOSE WARO-LEDGER-FILE.
       ERASE-LEDGER-NAMES-EXIT.
         EXIT.

       TOKEN-ONE-LEDGER.
         READ WARO-LEDGER-FILE
           AT END MOVE "Y" TO WS-LEDGER-EOF-SW
           NOT AT END
             IF WLG-PLAYER-ID = WS-TARGET-ID
               MOVE WS-TOKEN TO WLG-PLAYER-NAME
               ADD 1 TO WS-LEDGER-COUNT
             END-IF
             MOVE WARO-LEDGER-REC TO ERASE-WORK-REC
             WRITE ERASE-WORK-REC
         END-READ.

       COPY-BACK-LEDGER.
         READ ERASE-WORK-FILE
           AT END MOVE "Y" TO WS-WORK-EOF-SW
           NOT AT END
             MOVE ERASE-WORK-REC TO WARO-LEDGER-REC
             WRITE WARO-LEDGER-REC
         END-READ.

      *> Payout details and reversals carry the name; the batch
      *> headers and trailers do not.
       ERASE-PAYOUT-NAMES.
         OPEN INPUT WARO-PAYOUT-FILE.
         IF WS-PAYOUT-FILE-STATUS NOT = "00"
           GO TO ERASE-PAYOUT-NAMES-EXIT
         END-IF.
         MOVE "N" TO WS-PAYOUT-EOF-SW.
         OPEN OUTPUT ERASE-WORK-FILE.
         PERFORM TOKEN-ONE-PAYOUT UNTIL WARO-PAYOUT-EOF.
         CLOSE WARO-PAYOUT-FILE.
         CLOSE ERASE-WORK-FILE.
         IF WS-PAYOUT-COUNT = 0
           GO TO ERASE-PAYOUT-NAMES-EXIT
         END-IF.
         MOVE "N" TO WS-WORK-EOF-SW.
         OPEN INPUT ERASE-WORK-FILE.
         OPEN OUTPUT WARO-PAYOUT-FILE.
         PERFORM COPY-BACK-PAYOUT UNTIL WARO-WORK-EOF.
         CLOSE ERASE-WORK-FILE.
         CLOSE WARO-PAYOUT-FILE.
       ERASE-PAYOUT-NAMES-EXIT.
         EXIT.

       TOKEN-ONE-PAYOUT.
         READ WARO-PAYOUT-FILE
           AT END MOVE "Y" TO WS-PAYOUT-EOF-SW
           NOT AT END
             IF (WPR-PAYOUT-DETAIL OR WPR-REVERSAL-REC)
                 AND WPR-PLAYER-ID = WS-TARGET-ID
               MOVE WS-TOKEN TO WPR-PLAYER-NAME
               ADD 1 TO WS-PAYOUT-COUNT
             END-IF
             MOVE WARO-PAYOUT-REC TO ERASE-WORK-REC
             WRITE ERASE-WORK-REC
         END-READ.

       COPY-BACK-PAYOUT.
         READ ERASE-WORK-FILE
           AT END MOVE "Y" TO WS-WORK-EOF-SW
           NOT AT END
             MOVE ERASE-WORK-REC TO WARO-PAYOUT-REC
             WRITE WARO-PAYOUT-REC
         END-READ.

      *> Accounting acknowledges a payout by run date and name.
      *> The member's own payouts give the keys, read while they
      *> still carry the name; an ack under one of them takes the
      *> token, so it still settles that payout.
       ERASE-PAYACK-NAMES.
         PERFORM LOAD-PAID-KEYS THRU LOAD-PAID-KEYS-EXIT.
         IF WS-PAID-KEY-COUNT = 0
           GO TO ERASE-PAYACK-NAMES-EXIT
         END-IF.
         OPEN INPUT WARO-PAYACK-FILE.
         IF WS-PAYACK-FILE-STATUS NOT = "00"
           GO TO ERASE-PAYACK-NAMES-EXIT
         END-IF.
         OPEN OUTPUT ERASE-WORK-FILE.
         PERFORM TOKEN-ONE-PAYACK UNTIL WARO-PAYACK-EOF.
         CLOSE WARO-PAYACK-FILE.
         CLOSE ERASE-WORK-FILE.
         IF WS-PAYACK-COUNT = 0
           GO TO ERASE-PAYACK-NAMES-EXIT
         END-IF.
         MOVE "N" TO WS-WORK-EOF-SW.
         OPEN INPUT ERASE-WORK-FILE.
         OPEN OUTPUT WARO-PAYACK-FILE.
         PERFORM COPY-BACK-PAYACK UNTIL WARO-WORK-EOF.
         CLOSE ERASE-WORK-FILE.
         CLOSE WARO-PAYACK-FILE.
       ERASE-PAYACK-NAMES-EXIT.
         EXIT.

       LOAD-PAID-KEYS.
         OPEN INPUT WARO-PAYOUT-FILE.
         IF WS-PAYOUT-FILE-STATUS NOT = "00"
           GO TO LOAD-PAID-KEYS-EXIT
         END-IF.
         MOVE "N" TO WS-PAYOUT-EOF-SW.
         PERFORM LOAD-ONE-PAID-KEY UNTIL WARO-PAYOUT-EOF.
         CLOSE WARO-PAYOUT-FILE.
         IF WARO-PAID-KEYS-FULL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ERASE : WARNING - more than 2000 paid "
             DELIMITED BY SIZE
             "nights; later acks keep the name" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.
       LOAD-PAID-KEYS-EXIT.
         EXIT.

       LOAD-ONE-PAID-KEY.
         READ WARO-PAYOUT-FILE
           AT END MOVE "Y" TO WS-PAYOUT-EOF-SW
           NOT AT END
             IF (WPR-PAYOUT-DETAIL OR WPR-REVERSAL-REC)
                 AND WPR-PLAYER-ID = WS-TARGET-ID
                 AND WPR-PLAYER-NAME NOT = WS-TOKEN
               PERFORM FIND-PAID-KEY
               IF NOT WARO-PAID-KEY-FOUND
                 PERFORM ADD-PAID-KEY
               END-IF
             END-IF
         END-READ.

       FIND-PAID-KEY.
         MOVE "N" TO WS-PAID-KEY-SW.
         PERFORM MATCH-ONE-PAID-KEY
           VARYING WS-PAID-KEY-IDX FROM 1 BY 1
             UNTIL WS-PAID-KEY-IDX > WS-PAID-KEY-COUNT
               OR WARO-PAID-KEY-FOUND.

       MATCH-ONE-PAID-KEY.
         IF WS-PK-RUN-DATE (WS-PAID-KEY-IDX) = WPR-RUN-DATE
             AND WS-PK-NAME (WS-PAID-KEY-IDX) = WPR-PLAYER-NAME
           MOVE "Y" TO WS-PAID-KEY-SW
         END-IF.

       ADD-PAID-KEY.
         IF WS-PAID-KEY-COUNT = NUM-PAID-KEYS-MAX
           MOVE "Y" TO WS-PAID-KEY-FULL-SW
         ELSE
           ADD 1 TO WS-PAID-KEY-COUNT
           MOVE WPR-RUN-DATE TO WS-PK-RUN-DATE (WS-PAID-KEY-COUNT)
           MOVE WPR-PLAYER-NAME TO WS-PK-NAME (WS-PAID-KEY-COUNT)
         END-IF.

       TOKEN-ONE-PAYACK.
         READ WARO-PAYACK-FILE
           AT END MOVE "Y" TO WS-PAYACK-EOF-SW
           NOT AT END
             MOVE "N" TO WS-PAID-KEY-SW
             PERFORM MATCH-ONE-ACK-KEY
               VARYING WS-PAID-KEY-IDX FROM 1 BY 1
                 UNTIL WS-PAID-KEY-IDX > WS-PAID-KEY-COUNT
                   OR WARO-PAID-KEY-FOUND
             IF WARO-PAID-KEY-FOUND
               MOVE WS-TOKEN TO WAK-PLAYER-NAME
               ADD 1 TO WS-PAYACK-COUNT
             END-IF
             MOVE WARO-PAYACK-REC TO ERASE-WORK-REC
             WRITE ERASE-WORK-REC
         END-READ.

       MATCH-ONE-ACK-KEY.
         IF WS-PK-RUN-DATE (WS-PAID-KEY-IDX) = WAK-RUN-DATE
             AND WS-PK-NAME (WS-PAID-KEY-IDX) = WAK-PLAYER-NAME
           MOVE "Y" TO WS-PAID-KEY-SW
         END-IF.

       COPY-BACK-PAYACK.
         READ ERASE-WORK-FILE
           AT END MOVE "Y" TO WS-WORK-EOF-SW
           NOT AT END
             MOVE ERASE-WORK-REC TO WARO-PAYACK-REC
             WRITE WARO-PAYACK-REC
         END-READ.

       ERASE-PAYREG-NAMES.
         OPEN INPUT WARO-PAYREG-FILE.
         IF WS-PAYREG-FILE-STATUS NOT = "00"
           GO TO ERASE-PAYREG-NAMES-EXIT
         END-IF.
         OPEN OUTPUT ERASE-WORK-FILE.
         PERFORM TOKEN-ONE-PAYREG UNTIL WARO-PAYREG-EOF.
         CLOSE WARO-PAYREG-FILE.
         CLOSE ERASE-WORK-FILE.
         IF WS-PAYREG-COUNT = 0
           GO TO ERASE-PAYREG-NAMES-EXIT
         END-IF.
         MOVE "N" TO WS-WORK-EOF-SW.
         OPEN INPUT ERASE-WORK-FILE.
         OPEN OUTPUT WARO-PAYREG-FILE.
         PERFORM COPY-BACK-PAYREG UNTIL WARO-WORK-EOF.
         CLOSE ERASE-WORK-FILE.
         CLOSE WARO-PAYREG-FILE.
       ERASE-PAYREG-NAMES-EXIT.
         EXIT.

       TOKEN-ONE-PAYREG.
         READ WARO-PAYREG-FILE
           AT END MOVE "Y" TO WS-PAYREG-EOF-SW
           NOT AT END
             IF WPG-PLAYER-ID = WS-TARGET-ID
               MOVE WS-TOKEN TO WPG-PLAYER-NAME
               ADD 1 TO WS-PAYREG-COUNT
             END-IF
             MOVE WARO-PAYREG-REC TO ERASE-WORK-REC
             WRITE ERASE-WORK-REC
         END-READ.

       COPY-BACK-PAYREG.
         READ ERASE-WORK-FILE
           AT END MOVE "Y" TO WS-WORK-EOF-SW
           NOT AT END
             MOVE ERASE-WORK-REC TO WARO-PAYREG-REC
             WRITE WARO-PAYREG-REC
         END-READ.

      *> Only settled clawbacks and their offsets are left by
      *> now - an open one refuses the erasure.
       ERASE-RECEIVABLE-NAMES.
         OPEN INPUT WARO-RECEIVABLE-FILE.
         IF WS-RECEIVABLE-FILE-STATUS NOT = "00"
           GO TO ERASE-RECEIVABLE-NAMES-EXIT
         END-IF.
         MOVE "N" TO WS-RECEIVABLE-EOF-SW.
         OPEN OUTPUT ERASE-WORK-FILE.
         PERFORM TOKEN-ONE-RECEIVABLE UNTIL WARO-RECEIVABLE-EOF.
         CLOSE WARO-RECEIVABLE-FILE.
         CLOSE ERASE-WORK-FILE.
         IF WS-RECEIVABLE-COUNT = 0
           GO TO ERASE-RECEIVABLE-NAMES-EXIT
         END-IF.
         MOVE "N" TO WS-WORK-EOF-SW.
         OPEN INPUT ERASE-WORK-FILE.
         OPEN OUTPUT WARO-RECEIVABLE-FILE.
         PERFORM COPY-BACK-RECEIVABLE UNTIL WARO-WORK-EOF.
         CLOSE ERASE-WORK-FILE.
         CLOSE WARO-RECEIVABLE-FILE.
       ERASE-RECEIVABLE-NAMES-EXIT.
         EXIT.

       TOKEN-ONE-RECEIVABLE.
         READ WARO-RECEIVABLE-FILE
           AT END MOVE "Y" TO WS-RECEIVABLE-EOF-SW
           NOT AT END
             IF WRC-PLAYER-ID = WS-TARGET-ID
               MOVE WS-TOKEN TO WRC-PLAYER-NAME
               ADD 1 TO WS-RECEIVABLE-COUNT
             END-IF
             MOVE WARO-RECEIVABLE-REC TO ERASE-WORK-REC
             WRITE ERASE-WORK-REC
         END-READ.

       COPY-BACK-RECEIVABLE.
         READ ERASE-WORK-FILE
           AT END MOVE "Y" TO WS-WORK-EOF-SW
           NOT AT END
             MOVE ERASE-WORK-REC TO WARO-RECEIVABLE-REC
             WRITE WARO-RECEIVABLE-REC
         END-READ.

      *> The contact log records under an entry carry no name.
       ERASE-UNCLAIMED-NAMES.
         OPEN INPUT WARO-UNCLAIMED-FILE.
         IF WS-UNCLAIMED-FILE-STATUS NOT = "00"
           GO TO ERASE-UNCLAIMED-NAMES-EXIT
         END-IF.
         OPEN OUTPUT ERASE-WORK-FILE.
         PERFORM TOKEN-ONE-UNCLAIMED UNTIL WARO-UNCLAIMED-EOF.
         CLOSE WARO-UNCLAIMED-FILE.
         CLOSE ERASE-WORK-FILE.
         IF WS-UNCLAIMED-COUNT = 0
           GO TO ERASE-UNCLAIMED-NAMES-EXIT
         END-IF.
         MOVE "N" TO WS-WORK-EOF-SW.
         OPEN INPUT ERASE-WORK-FILE.
         OPEN OUTPUT WARO-UNCLAIMED-FILE.
         PERFORM COPY-BACK-UNCLAIMED UNTIL WARO-WORK-EOF.
         CLOSE ERASE-WORK-FILE.
         CLOSE WARO-UNCLAIMED-FILE.
       ERASE-UNCLAIMED-NAMES-EXIT.
         EXIT.

       TOKEN-ONE-UNCLAIMED.
         READ WARO-UNCLAIMED-FILE
           AT END MOVE "Y" TO WS-UNCLAIMED-EOF-SW
           NOT AT END
             IF WUC-ENTRY-REC AND WUC-PLAYER-ID = WS-TARGET-ID
               MOVE WS-TOKEN TO WUC-PLAYER-NAME
               ADD 1 TO WS-UNCLAIMED-COUNT
             END-IF
             MOVE WARO-UNCLAIMED-REC TO ERASE-WORK-REC
             WRITE ERASE-WORK-REC
         END-READ.

       COPY-BACK-UNCLAIMED.
         READ ERASE-WORK-FILE
           AT END MOVE "Y" TO WS-WORK-EOF-SW
           NOT AT END
             MOVE ERASE-WORK-REC TO WARO-UNCLAIMED-REC
             WRITE WARO-UNCLAIMED-REC
         END-READ.

       ERASE-LOYALTY-NAMES.
         OPEN INPUT WARO-LOYALTY-FILE.
         IF WS-LOYALTY-FILE-STATUS NOT = "00"
           GO TO ERASE-LOYALTY-NAMES-EXIT
         END-IF.
         OPEN OUTPUT ERASE-WORK-FILE.
         PERFORM TOKEN-ONE-LOYALTY UNTIL WARO-LOYALTY-EOF.
         CLOSE WARO-LOYALTY-FILE.
         CLOSE ERASE-WORK-FILE.
         IF WS-LOYALTY-COUNT = 0
           GO TO ERASE-LOYALTY-NAMES-EXIT
         END-IF.
         MOVE "N" TO WS-WORK-EOF-SW.
         OPEN INPUT ERASE-WORK-FILE.
         OPEN OUTPUT WARO-LOYALTY-FILE.
         PERFORM COPY-BACK-LOYALTY UNTIL WARO-WORK-EOF.
         CLOSE ERASE-WORK-FILE.
         CLOSE WARO-LOYALTY-FILE.
       ERASE-LOYALTY-NAMES-EXIT.
         EXIT.

       TOKEN-ONE-LOYALTY.
         READ WARO-LOYALTY-FILE
           AT END MOVE "Y" TO WS-LOYALTY-EOF-SW
           NOT AT END
             IF WLY-PLAYER-ID = WS-TARGET-ID
               MOVE WS-TOKEN TO WLY-PLAYER-NAME
               ADD 1 TO WS-LOYALTY-COUNT
             END-IF
             MOVE WARO-LOYALTY-REC TO ERASE-WORK-REC
             WRITE ERASE-WORK-REC
         END-READ.

       COPY-BACK-LOYALTY.
         READ ERASE-WORK-FILE
           AT END MOVE "Y" TO WS-WORK-EOF-SW
           NOT AT END
             MOVE ERASE-WORK-REC TO WARO-LOYALTY-REC
             WRITE WARO-LOYALTY-REC
         END-READ.

       ERASE-VOUCHER-NAMES.
         OPEN INPUT WARO-VOUCHER-FILE.
         IF WS-VOUCHER-FILE-STATUS NOT = "00"
           GO TO ERASE-VOUCHER-NAMES-EXIT
         END-IF.
         OPEN OUTPUT ERASE-WORK-FILE.
         PERFORM TOKEN-ONE-VOUCHER UNTIL WARO-VOUCHER-EOF.
         CLOSE WARO-VOUCHER-FILE.
         CLOSE ERASE-WORK-FILE.
         IF WS-VOUCHER-COUNT = 0
           GO TO ERASE-VOUCHER-NAMES-EXIT
         END-IF.
         MOVE "N" TO WS-WORK-EOF-SW.
         OPEN INPUT ERASE-WORK-FILE.
         OPEN OUTPUT WARO-VOUCHER-FILE.
         PERFORM COPY-BACK-VOUCHER UNTIL WARO-WORK-EOF.
         CLOSE ERASE-WORK-FILE.
         CLOSE WARO-VOUCHER-FILE.
       ERASE-VOUCHER-NAMES-EXIT.
         EXIT.

       TOKEN-ONE-VOUCHER.
         READ WARO-VOUCHER-FILE
           AT END MOVE "Y" TO WS-VOUCHER-EOF-SW
           NOT AT END
             IF WVC-PLAYER-ID = WS-TARGET-ID
               MOVE WS-TOKEN TO WVC-PLAYER-NAME
               ADD 1 TO WS-VOUCHER-COUNT
             END-IF
             MOVE WARO-VOUCHER-REC TO ERASE-WORK-REC
             WRITE ERASE-WORK-REC
         END-READ.

       COPY-BACK-VOUCHER.
         READ ERASE-WORK-FILE
           AT END MOVE "Y" TO WS-WORK-EOF-SW
           NOT AT END
             MOVE ERASE-WORK-REC TO WARO-VOUCHER-REC
             WRITE WARO-VOUCHER-REC
         END-READ.

       ERASE-DUES-NAMES.
         OPEN INPUT WARO-DUES-FILE.
         IF WS-DUES-FILE-STATUS NOT = "00"
           GO TO ERASE-DUES-NAMES-EXIT
         END-IF.
         OPEN OUTPUT ERASE-WORK-FILE.
         PERFORM TOKEN-ONE-DUES UNTIL WARO-DUES-EOF.
         CLOSE WARO-DUES-FILE.
         CLOSE ERASE-WORK-FILE.
         IF WS-DUES-COUNT = 0
           GO TO ERASE-DUES-NAMES-EXIT
         END-IF.
         MOVE "N" TO WS-WORK-EOF-SW.
         OPEN INPUT ERASE-WORK-FILE.
         OPEN OUTPUT WARO-DUES-FILE.
         PERFORM COPY-BACK-DUES UNTIL WARO-WORK-EOF.
         CLOSE ERASE-WORK-FILE.
         CLOSE WARO-DUES-FILE.
       ERASE-DUES-NAMES-EXIT.
         EXIT.

       TOKEN-ONE-DUES.
         READ WARO-DUES-FILE
           AT END MOVE "Y" TO WS-DUES-EOF-SW
           NOT AT END
             IF WDU-PLAYER-ID = WS-TARGET-ID
               MOVE WS-TOKEN TO WDU-PLAYER-NAME
               ADD 1 TO WS-DUES-COUNT
             END-IF
             MOVE WARO-DUES-REC TO ERASE-WORK-REC
             WRITE ERASE-WORK-REC
         END-READ.

       COPY-BACK-DUES.
         READ ERASE-WORK-FILE
           AT END MOVE "Y" TO WS-WORK-EOF-SW
           NOT AT END
             MOVE ERASE-WORK-REC TO WARO-DUES-REC
             WRITE WARO-DUES-REC
         END-READ.

       ERASE-SEATPLAN-NAMES.
         OPEN INPUT WARO-SEATPLAN-FILE.
         IF WS-SEATPLAN-FILE-STATUS NOT = "00"
           GO TO ERASE-SEATPLAN-NAMES-EXIT
         END-IF.
         OPEN OUTPUT ERASE-WORK-FILE.
         PERFORM TOKEN-ONE-SEATPLAN UNTIL WARO-SEATPLAN-EOF.
         CLOSE WARO-SEATPLAN-FILE.
         CLOSE ERASE-WORK-FILE.
         IF WS-SEATPLAN-COUNT = 0
           GO TO ERASE-SEATPLAN-NAMES-EXIT
         END-IF.
         MOVE "N" TO WS-WORK-EOF-SW.
         OPEN INPUT ERASE-WORK-FILE.
         OPEN OUTPUT WARO-SEATPLAN-FILE.
         PERFORM COPY-BACK-SEATPLAN UNTIL WARO-WORK-EOF.
         CLOSE ERASE-WORK-FILE.
         CLOSE WARO-SEATPLAN-FILE.
       ERASE-SEATPLAN-NAMES-EXIT.
         EXIT.

       TOKEN-ONE-SEATPLAN.
         READ WARO-SEATPLAN-FILE
           AT END MOVE "Y" TO WS-SEATPLAN-EOF-SW
           NOT AT END
             IF WSP-PLAYER-ID = WS-TARGET-ID
               MOVE WS-TOKEN TO WSP-PLAYER-NAME
               ADD 1 TO WS-SEATPLAN-COUNT
             END-IF
             MOVE WARO-SEATPLAN-REC TO ERASE-WORK-REC
             WRITE ERASE-WORK-REC
         END-READ.

       COPY-BACK-SEATPLAN.
         READ ERASE-WORK-FILE
           AT END MOVE "Y" TO WS-WORK-EOF-SW
           NOT AT END
             MOVE ERASE-WORK-REC TO WARO-SEATPLAN-REC
             WRITE WARO-SEATPLAN-REC
         END-READ.

      *> Contact and banking details go altogether, as they do
      *> when a member is deleted.
       DROP-CONTACT-DETAILS.
         OPEN INPUT WARO-CONTACT-FILE.
         IF WS-CONTACT-FILE-STATUS NOT = "00"
           GO TO DROP-CONTACT-DETAILS-EXIT
         END-IF.
         MOVE "N" TO WS-RECORD-CHANGED-SW.
         OPEN OUTPUT ERASE-WORK-FILE.
         PERFORM SIFT-ONE-CONTACT UNTIL WARO-CONTACT-EOF.
         CLOSE WARO-CONTACT-FILE.
         CLOSE ERASE-WORK-FILE.
         IF NOT WARO-RECORD-CHANGED
           GO TO DROP-CONTACT-DETAILS-EXIT
         END-IF.
         MOVE "N" TO WS-WORK-EOF-SW.
         OPEN INPUT ERASE-WORK-FILE.
         OPEN OUTPUT WARO-CONTACT-FILE.
         PERFORM COPY-BACK-CONTACT UNTIL WARO-WORK-EOF.
         CLOSE ERASE-WORK-FILE.
         CLOSE WARO-CONTACT-FILE.
       DROP-CONTACT-DETAILS-EXIT.
         EXIT.

       SIFT-ONE-CONTACT.
         READ WARO-CONTACT-FILE
           AT END MOVE "Y" TO WS-CONTACT-EOF-SW
           NOT AT END
             IF WCT-PLAYER-ID = WS-TARGET-ID
               MOVE "Y" TO WS-RECORD-CHANGED-SW
               ADD 1 TO WS-DROPPED-COUNT
             ELSE
               MOVE WARO-CONTACT-REC TO ERASE-WORK-REC
               WRITE ERASE-WORK-REC
             END-IF
         END-READ.

       COPY-BACK-CONTACT.
         READ ERASE-WORK-FILE
           AT END MOVE "Y" TO WS-WORK-EOF-SW
           NOT AT END
             MOVE ERASE-WORK-REC TO WARO-CONTACT-REC
             WRITE WARO-CONTACT-REC
         END-READ.

       DROP-BANKING-DETAILS.
         OPEN INPUT WARO-BANKING-FILE.
         IF WS-BANKING-FILE-STATUS NOT = "00"
           GO TO DROP-BANKING-DETAILS-EXIT
         END-IF.
         MOVE "N" TO WS-RECORD-CHANGED-SW.
         OPEN OUTPUT ERASE-WORK-FILE.
         PERFORM SIFT-ONE-BANKING UNTIL WARO-BANKING-EOF.
         CLOSE WARO-BANKING-FILE.
         CLOSE ERASE-WORK-FILE.
         IF NOT WARO-RECORD-CHANGED
           GO TO DROP-BANKING-DETAILS-EXIT
         END-IF.
         MOVE "N" TO WS-WORK-EOF-SW.
         OPEN INPUT ERASE-WORK-FILE.
         OPEN OUTPUT WARO-BANKING-FILE.
         PERFORM COPY-BACK-BANKING UNTIL WARO-WORK-EOF.
         CLOSE ERASE-WORK-FILE.
         CLOSE WARO-BANKING-FILE.
       DROP-BANKING-DETAILS-EXIT.
         EXIT.

       SIFT-ONE-BANKING.
         READ WARO-BANKING-FILE
           AT END MOVE "Y" TO WS-BANKING-EOF-SW
           NOT AT END
             IF WBK-PLAYER-ID = WS-TARGET-ID
               MOVE "Y" TO WS-RECORD-CHANGED-SW
               ADD 1 TO WS-DROPPED-COUNT
             ELSE
               MOVE WARO-BANKING-REC TO ERASE-WORK-REC
               WRITE ERASE-WORK-REC
             END-IF
         END-READ.

       COPY-BACK-BANKING.
         READ ERASE-WORK-FILE
           AT END MOVE "Y" TO WS-WORK-EOF-SW
           NOT AT END
             MOVE ERASE-WORK-REC TO WARO-BANKING-REC
             WRITE WARO-BANKING-REC
         END-READ.

      *> The master goes last: until it carries the token the
      *> member has not been erased and a rerun starts over.
       ERASE-MASTER-NAME.
         OPEN INPUT WARO-PLAYERS-FILE.
         IF WS-PLAYERS-FILE-STATUS NOT = "00"
           GO TO ERASE-MASTER-NAME-EXIT
         END-IF.
         MOVE "N" TO WS-PLAYERS-EOF-SW.
         OPEN OUTPUT ERASE-WORK-FILE.
         PERFORM TOKEN-ONE-MEMBER UNTIL WARO-PLAYERS-EOF.
         CLOSE WARO-PLAYERS-FILE.
         CLOSE ERASE-WORK-FILE.
         MOVE "N" TO WS-WORK-EOF-SW.
         OPEN INPUT ERASE-WORK-FILE.
         OPEN OUTPUT WARO-PLAYERS-FILE.
         PERFORM COPY-BACK-MEMBER UNTIL WARO-WORK-EOF.
         CLOSE ERASE-WORK-FILE.
         CLOSE WARO-PLAYERS-FILE.
       ERASE-MASTER-NAME-EXIT.
         EXIT.

       TOKEN-ONE-MEMBER.
         READ WARO-PLAYERS-FILE
           AT END MOVE "Y" TO WS-PLAYERS-EOF-SW
           NOT AT END
             IF WPM-PLAYER-ID = WS-TARGET-ID
               MOVE WS-TOKEN TO WPM-PLAYER-NAME
             END-IF
             MOVE WARO-PLAYER-REC TO ERASE-WORK-REC
             WRITE ERASE-WORK-REC
         END-READ.

       COPY-BACK-MEMBER.
         READ ERASE-WORK-FILE
           AT END MOVE "Y" TO WS-WORK-EOF-SW
           NOT AT END
             MOVE ERASE-WORK-REC TO WARO-PLAYER-REC
             WRITE WARO-PLAYER-REC
         END-READ.

      *> Certificates are numbered on from the last one filed.
       WRITE-CERTIFICATE.
         OPEN INPUT WARO-ERASECERT-FILE.
         IF WS-ERASECERT-FILE-STATUS = "00"
           PERFORM READ-ONE-CERTIFICATE UNTIL WARO-ERASECERT-EOF
           CLOSE WARO-ERASECERT-FILE
         END-IF.
         ADD 1 TO WS-LAST-CERT-NO.
         OPEN EXTEND WARO-ERASECERT-FILE.
         IF WS-ERASECERT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-ERASECERT-FILE
         END-IF.
         MOVE SPACES TO WARO-ERASECERT-REC.
         MOVE WS-LAST-CERT-NO TO WEC-CERT-NO.
         MOVE WS-RUN-DATE TO WEC-ERASE-DATE.
         MOVE WS-RUN-TIME (1:6) TO WEC-ERASE-TIME.
         MOVE WS-TARGET-ID TO WEC-PLAYER-ID.
         MOVE WS-TOKEN TO WEC-TOKEN.
         MOVE WS-OP-OPERATOR-ID TO WEC-OPERATOR-ID.
         MOVE WS-ROSTER-COUNT TO WEC-ROSTER-COUNT.
         MOVE WS-ALIAS-COUNT TO WEC-ALIAS-COUNT.
         MOVE WS-RESULTS-COUNT TO WEC-RESULTS-COUNT.
         MOVE WS-GAMEDTL-COUNT TO WEC-GAMEDTL-COUNT.
         MOVE WS-LEDGER-COUNT TO WEC-LEDGER-COUNT.
         MOVE WS-PAYOUT-COUNT TO WEC-PAYOUT-COUNT.
         MOVE WS-DROPPED-COUNT TO WEC-DETAILS-DROPPED.
         MOVE WS-PAYACK-COUNT TO WEC-PAYACK-COUNT.
         MOVE WS-PAYREG-COUNT TO WEC-PAYREG-COUNT.
         MOVE WS-RECEIVABLE-COUNT TO WEC-RECEIVABLE-COUNT.
         MOVE WS-UNCLAIMED-COUNT TO WEC-UNCLAIMED-COUNT.
         MOVE WS-LOYALTY-COUNT TO WEC-LOYALTY-COUNT.
         MOVE WS-VOUCHER-COUNT TO WEC-VOUCHER-COUNT.
         MOVE WS-DUES-COUNT TO WEC-DUES-COUNT.
         MOVE WS-SEATPLAN-COUNT TO WEC-SEATPLAN-COUNT.
         WRITE WARO-ERASECERT-REC.
         CLOSE WARO-ERASECERT-FILE.

       READ-ONE-CERTIFICATE.
         READ WARO-ERASECERT-FILE
           AT END MOVE "Y" TO WS-ERASECERT-EOF-SW
           NOT AT END
             IF WEC-CERT-NO IS NUMERIC
                 AND WEC-CERT-NO > WS-LAST-CERT-NO
               MOVE WEC-CERT-NO TO WS-LAST-CERT-NO
             END-IF
         END-READ.

      *> The journal must not put the name back on file: it gets
      *> the id, the token and the certificate only.
       JOURNAL-ERASURE.
         MOVE SPACES TO WS-OP-BEFORE.
         STRING "id " DELIMITED BY SIZE
           WS-TARGET-ID DELIMITED BY SIZE
           " name withheld" DELIMITED BY SIZE
           INTO WS-OP-BEFORE.
         MOVE SPACES TO WS-OP-AFTER.
         STRING "id " DELIMITED BY SIZE
           WS-TARGET-ID DELIMITED BY SIZE
           " name " DELIMITED BY SIZE
           WS-TOKEN DELIMITED BY SIZE
           " certificate " DELIMITED BY SIZE
           WS-LAST-CERT-NO DELIMITED BY SIZE
           INTO WS-OP-AFTER.
         MOVE "J" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE "WARO-ERASE : WARNING - change journal not written"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.

      *> The signed-on operator must be a supervisor; a refusal
      *> is already on the change journal when it comes back.
       CHECK-OPERATOR.
         MOVE "A" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ERASE : REFUSED - " DELIMITED BY SIZE
             WS-OP-MESSAGE DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO CHECK-OPERATOR-EXIT
         END-IF.
       CHECK-OPERATOR-EXIT.
         EXIT.

      *> The subprogram's own return code must not wipe out a
      *> warning this run has already set.
       CALL-OPER-UTIL.
         MOVE RETURN-CODE TO WS-OP-KEEP-RC.
         CALL 'oper-util'
           USING WS-OP-FUNCTION, WS-OP-PROGRAM, WS-OP-ACTION,
             WS-OP-LEVEL, WS-OP-OPERATOR-ID, WS-OP-BEFORE,
             WS-OP-AFTER, WS-OP-MESSAGE, WS-OP-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-ERASE : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'oper-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         MOVE WS-OP-KEEP-RC TO RETURN-CODE.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
