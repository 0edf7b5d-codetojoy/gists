       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-UNCLAIM.
      *> The unclaimed-funds register: payouts accounting rejected
      *> or voided as stale checks, filed on WARO-UNCLAIMED by
      *> WARO-PAYACK and held here until the member is paid or
      *> the state takes the money. Parm:
      *>   LIST (or no parm) - every entry still held, with its
      *>     dormancy clock in days, its contact log, and a
      *>     DORMANT flag once the statutory dormancy period
      *>     has run; totals the unclaimed balance;
      *>   CONTACT <entry> <L|P|E|M> <note> - logs a letter,
      *>     phone call or email to the member, or (M) the
      *>     member answering, which restarts the clock;
      *>   REISSUE <entry> - pays the money again in its own
      *>     HD..TR batch on WARO-PAYOUT, as a "U" PO that
      *>     WARO-PAYFILE pays to the member's details as they
      *>     now stand on WARO-BANKING (corrected first through
      *>     WARO-PLAYER BANK), and closes the entry;
      *>   ESCHEAT - moves every entry past the dormancy period
      *>     to WARO-ESCHEAT, the state's unclaimed-property
      *>     filing, and closes it.
      *> CONTACT needs a signed-on clerk, REISSUE a supervisor
      *> and ESCHEAT a treasurer; each change goes on the change
      *> journal. A payout whose game has since been backed out
      *> (an RV on the extract) is not reissued.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROUCS.
         COPY WAROPYS.
         COPY WAROPMS.
         COPY WAROBKS.
         SELECT WARO-ESCHEAT-FILE ASSIGN TO "WARO-ESCHEAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESCHEAT-FILE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROUCR.
         COPY WAROPAY.
         COPY WAROPMR.
         COPY WAROBKR.
      *> The state's unclaimed-property filing: one holder
      *> record, a property record for each owner's money, and
      *> a summary record with the count and the total.
         FD WARO-ESCHEAT-FILE.
         01 WARO-ESCHEAT-REC.
            02 WES-RECORD-TYPE PIC X(01).
              88 WES-HOLDER-REC VALUE "1".
              88 WES-PROPERTY-REC VALUE "2".
              88 WES-SUMMARY-REC VALUE "9".
            02 WES-HOLDER-DATA.
               03 WES-HOLDER-TAX-ID PIC X(09).
               03 WES-HOLDER-NAME PIC X(40).
               03 WES-REPORT-YEAR PIC 9(04).
               03 WES-REPORT-DATE PIC 9(08).
               03 WES-REPORT-KIND PIC X(01).
               03 FILLER PIC X(67).
            02 WES-PROPERTY-DATA REDEFINES WES-HOLDER-DATA.
               03 WES-SEQUENCE-NO PIC 9(06).
               03 WES-OWNER-NAME PIC X(40).
               03 WES-OWNER-ID PIC X(10).
               03 WES-PROPERTY-DESC PIC X(20).
               03 WES-LAST-ACTIVITY-DATE PIC 9(08).
               03 WES-PAYABLE-DATE PIC 9(08).
               03 WES-PROPERTY-AMOUNT PIC 9(08)V99.
               03 WES-HOLDER-REFERENCE PIC X(22).
               03 FILLER PIC X(05).
            02 WES-SUMMARY-DATA REDEFINES WES-HOLDER-DATA.
               03 WES-PROPERTY-COUNT PIC 9(06).
               03 WES-TOTAL-AMOUNT PIC 9(10)V99.
               03 FILLER PIC X(111).
         WORKING-STORAGE SECTION.
         01 WS-UNCLAIMED-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYOUT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PLAYERS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-BANKING-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ESCHEAT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-UNCLAIMED-EOF-SW PIC X(1) VALUE "N".
           88 WARO-UNCLAIMED-EOF VALUE "Y".
         01 WS-PAYOUT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PAYOUT-EOF VALUE "Y".
         01 WS-PLAYERS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PLAYERS-EOF VALUE "Y".
         01 WS-BANKING-EOF-SW PIC X(1) VALUE "N".
           88 WARO-BANKING-EOF VALUE "Y".
         01 WS-TODAY PIC 9(8) VALUE 0.

      *> The state's dormancy period for unclaimed winnings, and
      *> the shop as the holder the filing names.
         01 WS-DORMANCY-YEARS PIC 9(2) VALUE 3.
         01 WS-HOLDER-TAX-ID PIC X(9) VALUE "410000001".
         01 WS-HOLDER-NAME PIC X(40) VALUE "WARO CARD CLUB".
         01 WS-PROPERTY-DESC PIC X(20) VALUE "UNPAID WINNINGS".

      *> The parm: action, entry number, contact kind and note.
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-PARM-PTR PIC 9(3) VALUE 1.
         01 WS-ACTION PIC X(8) VALUE SPACES.
         01 WS-ENTRY-TEXT PIC X(5) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-KIND-TEXT PIC X(1) VALUE SPACES.
           88 WARO-KIND-VALID VALUE "L" "P" "E" "M".
         01 WS-NOTE-TEXT PIC X(60) VALUE SPACES.
         01 WS-ASK-ENTRY-NO PIC 9(5) VALUE 0.

      *> The whole register, entries and contacts in file order,
      *> so an update can rewrite it.
         78 NUM-REGISTER-MAX VALUE 1000.
         01 WS-REGISTER-TABLE.
            02 WS-REGISTER-ENTRY OCCURS NUM-REGISTER-MAX TIMES.
               03 WS-RG-TYPE PIC X(2).
               03 WS-RG-ENTRY-NO PIC 9(5).
               03 WS-RG-FILED-DATE PIC 9(8).
               03 WS-RG-RUN-DATE PIC 9(8).
               03 WS-RG-GAME-ID PIC 9(16).
               03 WS-RG-PLAYER-ID PIC 9(4).
               03 WS-RG-OCCURRENCE PIC 9(2).
               03 WS-RG-PLAYER-NAME PIC X(6).
               03 WS-RG-AMOUNT PIC 9(6)V99.
               03 WS-RG-REASON PIC X(2).
               03 WS-RG-STATUS PIC X(1).
               03 WS-RG-CLOCK-DATE PIC 9(8).
               03 WS-RG-CLOSED-DATE PIC 9(8).
               03 WS-RG-SITE PIC X(2).
               03 WS-RG-CT-DATE PIC 9(8).
               03 WS-RG-CT-OPERATOR PIC X(4).
               03 WS-RG-CT-KIND PIC X(1).
               03 WS-RG-CT-NOTE PIC X(60).
         01 WS-REGISTER-COUNT PIC 9(4) VALUE 0.
         01 WS-REGISTER-FULL-SW PIC X(1) VALUE "N".
           88 WARO-REGISTER-FULL VALUE "Y".
         01 WS-ENTRY-IDX PIC 9(4) VALUE 0.
         01 I PIC 9(4).
         01 J PIC 9(4).

      *> Aging: the days the clock has run and the date the
      *> dormancy period ends.
         01 WS-DT-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-DT-DATE-1 PIC 9(8) VALUE 0.
         01 WS-DT-DATE-2 PIC 9(8) VALUE 0.
         01 WS-DT-DAYS PIC S9(6) VALUE 0.
         01 WS-DT-STATUS PIC X(1) VALUE "0".
         01 WS-DUE-DATE PIC 9(8) VALUE 0.
         01 WS-DUE-DATE-X REDEFINES WS-DUE-DATE PIC X(8).
         01 WS-DORMANT-SW PIC X(1) VALUE "N".
           88 WARO-ENTRY-DORMANT VALUE "Y".
         01 WS-DAYS-DISPLAY PIC ZZZZ9.

         01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
         01 WS-OPEN-TOTAL PIC 9(8)V99 VALUE 0.
         01 WS-DORMANT-COUNT PIC 9(4) VALUE 0.
         01 WS-REISSUED-COUNT PIC 9(4) VALUE 0.
         01 WS-ESCHEATED-COUNT PIC 9(4) VALUE 0.
         01 WS-ESCHEAT-TOTAL PIC 9(10)V99 VALUE 0.
         01 WS-AMOUNT-DISPLAY PIC ZZZZZ9.99.
         01 WS-TOTAL-DISPLAY PIC ZZZZZZZ9.99.

      *> A reissue refused because its game has been backed out.
         01 WS-REVERSED-SW PIC X(1) VALUE "N".
           88 WARO-PAYOUT-REVERSED VALUE "Y".
         01 WS-PAY-BY-DEPOSIT-SW PIC X(1) VALUE "N".
           88 WARO-PAY-BY-DEPOSIT VALUE "Y".
         01 WS-ACCOUNT-NO PIC X(17) VALUE SPACES.
         01 WS-OWNER-NAME PIC X(20) VALUE SPACES.

      *> oper-util parameters: who is signed on, the level the
      *> action needs, and the journal images of the change.
         01 WS-OP-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-OP-PROGRAM PIC X(12) VALUE "WARO-UNCLAIM".
         01 WS-OP-ACTION PIC X(8) VALUE SPACES.
         01 WS-OP-LEVEL PIC 9(1) VALUE 3.
         01 WS-OP-OPERATOR-ID PIC X(4) VALUE SPACES.
         01 WS-OP-BEFORE PIC X(100) VALUE SPACES.
         01 WS-OP-AFTER PIC X(100) VALUE SPACES.
         01 WS-OP-MESSAGE PIC X(60) VALUE SPACES.
         01 WS-OP-STATUS PIC X(1) VALUE SPACES.
         01 WS-OP-KEEP-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-ACTION WS-ENTRY-TEXT WS-KIND-TEXT
           WITH POINTER WS-PARM-PTR.
         IF WS-PARM-PTR < 80
           MOVE WS-PARM (WS-PARM-PTR:) TO WS-NOTE-TEXT
         END-IF.
         INSPECT WS-ENTRY-TEXT REPLACING LEADING SPACE BY ZERO.
         IF WS-ENTRY-TEXT IS NUMERIC
           MOVE WS-ENTRY-TEXT TO WS-ASK-ENTRY-NO
         END-IF.
         IF WS-ACTION NOT = SPACES AND WS-ACTION NOT = "LIST"
             AND WS-ACTION NOT = "CONTACT"
             AND WS-ACTION NOT = "REISSUE"
             AND WS-ACTION NOT = "ESCHEAT"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-UNCLAIM : parm must be LIST, CONTACT <entry> "
             DELIMITED BY SIZE
             "<L|P|E|M> <note>," DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE "WARO-UNCLAIM : REISSUE <entry> or ESCHEAT"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         PERFORM LOAD-REGISTER THRU LOAD-REGISTER-EXIT.
         IF WS-ACTION = SPACES OR WS-ACTION = "LIST"
           PERFORM LIST-REGISTER
           IF WARO-REGISTER-FULL
             MOVE "WARO-UNCLAIM : NOTE - register holds more than the 10
      -        "00 records reported" TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 4 TO RETURN-CODE
           END-IF
           GO TO BEGIN-EXIT
         END-IF.

      *> Money records must never fall off the back of a full
      *> table: an update that would rewrite a register larger
      *> than the table is refused.
         IF WARO-REGISTER-FULL
           MOVE "WARO-UNCLAIM : REFUSED - more than 1000 records on the 
      -      "register" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         MOVE WS-ACTION TO WS-OP-ACTION.
         EVALUATE WS-ACTION
           WHEN "CONTACT"
             MOVE 1 TO WS-OP-LEVEL
           WHEN "REISSUE"
             MOVE 2 TO WS-OP-LEVEL
           WHEN OTHER
             MOVE 3 TO WS-OP-LEVEL
         END-EVALUATE.
         PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.
         IF RETURN-CODE > 0
           GO TO BEGIN-EXIT
         END-IF.
         EVALUATE WS-ACTION
           WHEN "CONTACT"
             PERFORM RECORD-CONTACT THRU RECORD-CONTACT-EXIT
           WHEN "REISSUE"
             PERFORM REISSUE-ENTRY THRU REISSUE-ENTRY-EXIT
           WHEN OTHER
             PERFORM ESCHEAT-DORMANT THRU ESCHEAT-DORMANT-EXIT
         END-EVALUATE.
       BEGIN-EXIT.
         MOVE "WARO-UNCLAIM Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         STOP RUN.

       LOAD-REGISTER.
         OPEN INPUT WARO-UNCLAIMED-FILE.
         IF WS-UNCLAIMED-FILE-STATUS NOT = "00"
           MOVE "WARO-UNCLAIM : the unclaimed-funds register is empty"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO LOAD-REGISTER-EXIT
         END-IF.
         PERFORM LOAD-ONE-REGISTER-REC
           UNTIL WARO-UNCLAIMED-EOF
             OR WS-REGISTER-COUNT = NUM-REGISTER-MAX.
         IF NOT WARO-UNCLAIMED-EOF
           READ WARO-UNCLAIMED-FILE
             AT END
               MOVE "Y" TO WS-UNCLAIMED-EOF-SW
             NOT AT END
               MOVE "Y" TO WS-REGISTER-FULL-SW
           END-READ
         END-IF.
         CLOSE WARO-UNCLAIMED-FILE.
       LOAD-REGISTER-EXIT.
         EXIT.

       LOAD-ONE-REGISTER-REC.
         READ WARO-UNCLAIMED-FILE
           AT END
             MOVE "Y" TO WS-UNCLAIMED-EOF-SW
           NOT AT END
             IF WUC-ENTRY-REC OR WUC-CONTACT-REC
               ADD 1 TO WS-REGISTER-COUNT
               PERFORM TAKE-ONE-REGISTER-REC
             END-IF
         END-READ.

       TAKE-ONE-REGISTER-REC.
         MOVE WS-REGISTER-COUNT TO I.
         INITIALIZE WS-REGISTER-ENTRY (I).
         MOVE WUC-RECORD-TYPE TO WS-RG-TYPE (I).
         MOVE WUC-ENTRY-NO TO WS-RG-ENTRY-NO (I).
         IF WUC-ENTRY-REC
           MOVE WUC-FILED-DATE TO WS-RG-FILED-DATE (I)
           MOVE WUC-RUN-DATE TO WS-RG-RUN-DATE (I)
           MOVE WUC-GAME-ID TO WS-RG-GAME-ID (I)
           MOVE WUC-PLAYER-ID TO WS-RG-PLAYER-ID (I)
           MOVE WUC-OCCURRENCE TO WS-RG-OCCURRENCE (I)
           MOVE WUC-PLAYER-NAME TO WS-RG-PLAYER-NAME (I)
           MOVE WUC-AMOUNT TO WS-RG-AMOUNT (I)
           MOVE WUC-REASON TO WS-RG-REASON (I)
           MOVE WUC-STATUS TO WS-RG-STATUS (I)
           MOVE WUC-CLOCK-DATE TO WS-RG-CLOCK-DATE (I)
           MOVE WUC-CLOSED-DATE TO WS-RG-CLOSED-DATE (I)
           MOVE WUC-SITE TO WS-RG-SITE (I)
         ELSE
           MOVE WUC-CT-DATE TO WS-RG-CT-DATE (I)
           MOVE WUC-CT-OPERATOR TO WS-RG-CT-OPERATOR (I)
           MOVE WUC-CT-KIND TO WS-RG-CT-KIND (I)
           MOVE WUC-CT-NOTE TO WS-RG-CT-NOTE (I)
         END-IF.

       REWRITE-REGISTER.
         OPEN OUTPUT WARO-UNCLAIMED-FILE.
         PERFORM WRITE-ONE-REGISTER-REC
           VARYING I FROM 1 BY 1 UNTIL I > WS-REGISTER-COUNT.
         CLOSE WARO-UNCLAIMED-FILE.

       WRITE-ONE-REGISTER-REC.
         PERFORM BUILD-REGISTER-REC.
         WRITE WARO-UNCLAIMED-REC.

      *> The record image of table entry I, for the file and for
      *> the change journal alike.
       BUILD-REGISTER-REC.
         MOVE SPACES TO WARO-UNCLAIMED-REC.
         MOVE WS-RG-TYPE (I) TO WUC-RECORD-TYPE.
         MOVE WS-RG-ENTRY-NO (I) TO WUC-ENTRY-NO.
         IF WUC-ENTRY-REC
           MOVE WS-RG-FILED-DATE (I) TO WUC-FILED-DATE
           MOVE WS-RG-RUN-DATE (I) TO WUC-RUN-DATE
           MOVE WS-RG-GAME-ID (I) TO WUC-GAME-ID
           MOVE WS-RG-PLAYER-ID (I) TO WUC-PLAYER-ID
           MOVE WS-RG-OCCURRENCE (I) TO WUC-OCCURRENCE
           MOVE WS-RG-PLAYER-NAME (I) TO WUC-PLAYER-NAME
           MOVE WS-RG-AMOUNT (I) TO WUC-AMOUNT
           MOVE WS-RG-REASON (I) TO WUC-REASON
           MOVE WS-RG-STATUS (I) TO WUC-STATUS
           MOVE WS-RG-CLOCK-DATE (I) TO WUC-CLOCK-DATE
           MOVE WS-RG-CLOSED-DATE (I) TO WUC-CLOSED-DATE
           MOVE WS-RG-SITE (I) TO WUC-SITE
         ELSE
           MOVE WS-RG-CT-DATE (I) TO WUC-CT-DATE
           MOVE WS-RG-CT-OPERATOR (I) TO WUC-CT-OPERATOR
           MOVE WS-RG-CT-KIND (I) TO WUC-CT-KIND
           MOVE WS-RG-CT-NOTE (I) TO WUC-CT-NOTE
         END-IF.

      *> Every entry still held, oldest first as filed, with the
      *> contacts logged against it.
       LIST-REGISTER.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-UNCLAIM : unclaimed funds as of "
           DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           " - dormancy period " DELIMITED BY SIZE
           WS-DORMANCY-YEARS DELIMITED BY SIZE
           " year(s)" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         PERFORM LIST-ONE-ENTRY
           VARYING I FROM 1 BY 1 UNTIL I > WS-REGISTER-COUNT.
         MOVE WS-OPEN-TOTAL TO WS-TOTAL-DISPLAY.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-UNCLAIM : " DELIMITED BY SIZE
           WS-OPEN-COUNT DELIMITED BY SIZE
           " entry(ies) held, unclaimed balance" DELIMITED BY SIZE
           WS-TOTAL-DISPLAY DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-UNCLAIM : " DELIMITED BY SIZE
           WS-DORMANT-COUNT DELIMITED BY SIZE
           " due for escheat, " DELIMITED BY SIZE
           WS-REISSUED-COUNT DELIMITED BY SIZE
           " reissued, " DELIMITED BY SIZE
           WS-ESCHEATED-COUNT DELIMITED BY SIZE
           " escheated" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-DORMANT-COUNT > 0
           MOVE 4 TO RETURN-CODE
         END-IF.

       LIST-ONE-ENTRY.
         IF WS-RG-TYPE (I) = "UC"
           EVALUATE WS-RG-STATUS (I)
             WHEN "O"
               PERFORM REPORT-ONE-HELD
             WHEN "R"
               ADD 1 TO WS-REISSUED-COUNT
             WHEN "E"
               ADD 1 TO WS-ESCHEATED-COUNT
             WHEN OTHER
               CONTINUE
           END-EVALUATE
         END-IF.

       REPORT-ONE-HELD.
         ADD 1 TO WS-OPEN-COUNT.
         ADD WS-RG-AMOUNT (I) TO WS-OPEN-TOTAL.
         PERFORM AGE-ONE-ENTRY.
         MOVE WS-DT-DAYS TO WS-DAYS-DISPLAY.
         MOVE WS-RG-AMOUNT (I) TO WS-AMOUNT-DISPLAY.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-UNCLAIM : " DELIMITED BY SIZE
           WS-RG-ENTRY-NO (I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-RG-REASON (I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-RG-PLAYER-NAME (I) DELIMITED BY SIZE
           WS-AMOUNT-DISPLAY DELIMITED BY SIZE
           " since " DELIMITED BY SIZE
           WS-RG-CLOCK-DATE (I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-DAYS-DISPLAY DELIMITED BY SIZE
           " day(s)" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         IF WARO-ENTRY-DORMANT
           ADD 1 TO WS-DORMANT-COUNT
           MOVE "DORMANT" TO WS-REPORT-LINE (69:7)
         END-IF.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-UNCLAIM :   game " DELIMITED BY SIZE
           WS-RG-GAME-ID (I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-RG-RUN-DATE (I) DELIMITED BY SIZE
           " filed " DELIMITED BY SIZE
           WS-RG-FILED-DATE (I) DELIMITED BY SIZE
           " due " DELIMITED BY SIZE
           WS-DUE-DATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         PERFORM LIST-ONE-CONTACT
           VARYING J FROM 1 BY 1 UNTIL J > WS-REGISTER-COUNT.

       LIST-ONE-CONTACT.
         IF WS-RG-TYPE (J) = "CT"
             AND WS-RG-ENTRY-NO (J) = WS-RG-ENTRY-NO (I)
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-UNCLAIM :   contact " DELIMITED BY SIZE
             WS-RG-CT-DATE (J) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-RG-CT-KIND (J) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-RG-CT-OPERATOR (J) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-RG-CT-NOTE (J) (1:39) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

      *> Days on the clock for entry I, and whether the period
      *> has run: the clock date moved on by the whole years of
      *> the period, a 29 February falling on 1 March when the
      *> year it lands in has none.
       AGE-ONE-ENTRY.
         MOVE "D" TO WS-DT-FUNCTION.
         MOVE WS-RG-CLOCK-DATE (I) TO WS-DT-DATE-1.
         MOVE WS-TODAY TO WS-DT-DATE-2.
         PERFORM CALL-DATE-UTIL.
         IF WS-DT-STATUS NOT = "0" OR WS-DT-DAYS < 0
           MOVE 0 TO WS-DT-DAYS
         END-IF.
         COMPUTE WS-DUE-DATE =
           WS-RG-CLOCK-DATE (I) + (WS-DORMANCY-YEARS * 10000).
         IF WS-DUE-DATE-X (5:4) = "0229"
           MOVE "V" TO WS-DT-FUNCTION
           MOVE WS-DUE-DATE TO WS-DT-DATE-1
           PERFORM CALL-DATE-UTIL
           IF WS-DT-STATUS NOT = "0"
             MOVE "0301" TO WS-DUE-DATE-X (5:4)
           END-IF
         END-IF.
         IF WS-DUE-DATE NOT > WS-TODAY
           MOVE "Y" TO WS-DORMANT-SW
         ELSE
           MOVE "N" TO WS-DORMANT-SW
         END-IF.

      *> The held entry the parm names, or none.
       FIND-HELD-ENTRY.
         MOVE 0 TO WS-ENTRY-IDX.
         PERFORM FIND-ONE-HELD-ENTRY
           VARYING I FROM 1 BY 1
             UNTIL I > WS-REGISTER-COUNT OR WS-ENTRY-IDX > 0.

       FIND-ONE-HELD-ENTRY.
         IF WS-RG-TYPE (I) = "UC"
             AND WS-RG-ENTRY-NO (I) = WS-ASK-ENTRY-NO
             AND WS-RG-STATUS (I) = "O"
           MOVE I TO WS-ENTRY-IDX
         END-IF.

       REFUSE-NO-ENTRY.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-UNCLAIM : REFUSED - no held entry "
           DELIMITED BY SIZE
           WS-ENTRY-TEXT DELIMITED BY SIZE
           " on the register" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE 8 TO RETURN-CODE.

      *> A contact goes in the log after the entry's last record
      *> on file; the member answering restarts the clock.
       RECORD-CONTACT.
         PERFORM FIND-HELD-ENTRY.
         IF WS-ENTRY-IDX = 0
           PERFORM REFUSE-NO-ENTRY
           GO TO RECORD-CONTACT-EXIT
         END-IF.
         IF NOT WARO-KIND-VALID OR WS-NOTE-TEXT = SPACES
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-UNCLAIM : REFUSED - a contact needs a kind "
             DELIMITED BY SIZE
             "L, P, E or M and a note" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO RECORD-CONTACT-EXIT
         END-IF.
         IF WS-REGISTER-COUNT = NUM-REGISTER-MAX
           MOVE "WARO-UNCLAIM : REFUSED - the register is full"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO RECORD-CONTACT-EXIT
         END-IF.
         MOVE WS-ENTRY-IDX TO I.
         PERFORM BUILD-REGISTER-REC.
         MOVE WARO-UNCLAIMED-REC TO WS-OP-BEFORE.
         IF WS-KIND-TEXT = "M"
           MOVE WS-TODAY TO WS-RG-CLOCK-DATE (WS-ENTRY-IDX)
         END-IF.
         ADD 1 TO WS-REGISTER-COUNT.
         MOVE WS-REGISTER-COUNT TO I.
         INITIALIZE WS-REGISTER-ENTRY (I).
         MOVE "CT" TO WS-RG-TYPE (I).
         MOVE WS-ASK-ENTRY-NO TO WS-RG-ENTRY-NO (I).
         MOVE WS-TODAY TO WS-RG-CT-DATE (I).
         MOVE WS-OP-OPERATOR-ID TO WS-RG-CT-OPERATOR (I).
         MOVE WS-KIND-TEXT TO WS-RG-CT-KIND (I).
         MOVE WS-NOTE-TEXT TO WS-RG-CT-NOTE (I).
         PERFORM REWRITE-REGISTER.
         PERFORM BUILD-REGISTER-REC.
         MOVE WARO-UNCLAIMED-REC TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-UNCLAIM : contact " DELIMITED BY SIZE
           WS-KIND-TEXT DELIMITED BY SIZE
           " logged on entry " DELIMITED BY SIZE
           WS-ASK-ENTRY-NO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-RG-PLAYER-NAME (WS-ENTRY-IDX) DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         IF WS-KIND-TEXT = "M"
           STRING " - clock restarted" DELIMITED BY SIZE
             INTO WS-REPORT-LINE (54:)
         END-IF.
         PERFORM WRITE-REPORT.
       RECORD-CONTACT-EXIT.
         EXIT.

      *> The money goes out again in its own balanced batch,
      *> dated today on every record so accounting's ack for the
      *> reissue is never taken for the original's.
       REISSUE-ENTRY.
         PERFORM FIND-HELD-ENTRY.
         IF WS-ENTRY-IDX = 0
           PERFORM REFUSE-NO-ENTRY
           GO TO REISSUE-ENTRY-EXIT
         END-IF.
         PERFORM CHECK-REVERSED THRU CHECK-REVERSED-EXIT.
         IF WARO-PAYOUT-REVERSED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-UNCLAIM : REFUSED - game " DELIMITED BY SIZE
             WS-RG-GAME-ID (WS-ENTRY-IDX) DELIMITED BY SIZE
             " was backed out for this member" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO REISSUE-ENTRY-EXIT
         END-IF.
         PERFORM FIND-PAYMENT-DETAILS THRU FIND-PAYMENT-DETAILS-EXIT.
         MOVE WS-ENTRY-IDX TO I.
         PERFORM BUILD-REGISTER-REC.
         MOVE WARO-UNCLAIMED-REC TO WS-OP-BEFORE.
         PERFORM WRITE-REISSUE-BATCH.
         MOVE "R" TO WS-RG-STATUS (WS-ENTRY-IDX).
         MOVE WS-TODAY TO WS-RG-CLOSED-DATE (WS-ENTRY-IDX).
         PERFORM REWRITE-REGISTER.
         MOVE WS-ENTRY-IDX TO I.
         PERFORM BUILD-REGISTER-REC.
         MOVE WARO-UNCLAIMED-REC TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
         MOVE WS-RG-AMOUNT (WS-ENTRY-IDX) TO WS-AMOUNT-DISPLAY.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-UNCLAIM : entry " DELIMITED BY SIZE
           WS-ASK-ENTRY-NO DELIMITED BY SIZE
           " reissued" DELIMITED BY SIZE
           WS-AMOUNT-DISPLAY DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           WS-RG-PLAYER-NAME (WS-ENTRY-IDX) DELIMITED BY SIZE
           " on WARO-PAYOUT" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         IF WARO-PAY-BY-DEPOSIT
           STRING "WARO-UNCLAIM :   WARO-PAYFILE will deposit it "
             DELIMITED BY SIZE
             "to account " DELIMITED BY SIZE
             WS-ACCOUNT-NO DELIMITED BY SIZE
             INTO WS-REPORT-LINE
         ELSE
           STRING "WARO-UNCLAIM :   WARO-PAYFILE will print "
               DELIMITED BY SIZE
             "a check for it" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
         END-IF.
         PERFORM WRITE-REPORT.
       REISSUE-ENTRY-EXIT.
         EXIT.

      *> An RV for the game and member means WARO-BACKOUT took
      *> the payout back; WARO-PAYFILE would pass a reissue over.
       CHECK-REVERSED.
         MOVE "N" TO WS-REVERSED-SW.
         OPEN INPUT WARO-PAYOUT-FILE.
         IF WS-PAYOUT-FILE-STATUS NOT = "00"
           GO TO CHECK-REVERSED-EXIT
         END-IF.
         PERFORM CHECK-ONE-REVERSAL UNTIL WARO-PAYOUT-EOF.
         CLOSE WARO-PAYOUT-FILE.
       CHECK-REVERSED-EXIT.
         EXIT.

       CHECK-ONE-REVERSAL.
         READ WARO-PAYOUT-FILE
           AT END
             MOVE "Y" TO WS-PAYOUT-EOF-SW
           NOT AT END
             IF WPR-REVERSAL-REC
                 AND WPR-GAME-ID = WS-RG-GAME-ID (WS-ENTRY-IDX)
                 AND WPR-PLAYER-ID = WS-RG-PLAYER-ID (WS-ENTRY-IDX)
               MOVE "Y" TO WS-REVERSED-SW
             END-IF
         END-READ.

      *> Where WARO-PAYFILE will send it: the member's banking
      *> record as it stands now, else a check.
       FIND-PAYMENT-DETAILS.
         MOVE "N" TO WS-PAY-BY-DEPOSIT-SW.
         IF WS-RG-PLAYER-ID (WS-ENTRY-IDX) = 0
           GO TO FIND-PAYMENT-DETAILS-EXIT
         END-IF.
         OPEN INPUT WARO-BANKING-FILE.
         IF WS-BANKING-FILE-STATUS NOT = "00"
           GO TO FIND-PAYMENT-DETAILS-EXIT
         END-IF.
         PERFORM FIND-ONE-BANKING UNTIL WARO-BANKING-EOF.
         CLOSE WARO-BANKING-FILE.
       FIND-PAYMENT-DETAILS-EXIT.
         EXIT.

       FIND-ONE-BANKING.
         READ WARO-BANKING-FILE
           AT END
             MOVE "Y" TO WS-BANKING-EOF-SW
           NOT AT END
             IF WBK-PLAYER-ID = WS-RG-PLAYER-ID (WS-ENTRY-IDX)
                 AND WBK-DIRECT-DEPOSIT AND WBK-ROUTING-NO IS NUMERIC
               MOVE "Y" TO WS-PAY-BY-DEPOSIT-SW
               MOVE WBK-ACCOUNT-NO TO WS-ACCOUNT-NO
             END-IF
         END-READ.

       WRITE-REISSUE-BATCH.
         OPEN EXTEND WARO-PAYOUT-FILE.
         IF WS-PAYOUT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-PAYOUT-FILE
         END-IF.
         MOVE SPACES TO WARO-PAYOUT-REC.
         MOVE "HD" TO WPR-RECORD-TYPE.
         MOVE WS-TODAY TO WPR-RUN-DATE.
         MOVE WS-RG-GAME-ID (WS-ENTRY-IDX) TO WPR-GAME-ID.
         MOVE WS-RG-SITE (WS-ENTRY-IDX) TO WPR-SITE.
         WRITE WARO-PAYOUT-REC.
         MOVE SPACES TO WARO-PAYOUT-REC.
         MOVE "PO" TO WPR-RECORD-TYPE.
         MOVE WS-TODAY TO WPR-RUN-DATE.
         MOVE WS-RG-GAME-ID (WS-ENTRY-IDX) TO WPR-GAME-ID.
         MOVE WS-RG-PLAYER-ID (WS-ENTRY-IDX) TO WPR-PLAYER-ID.
         MOVE WS-RG-PLAYER-NAME (WS-ENTRY-IDX) TO WPR-PLAYER-NAME.
         MOVE WS-RG-AMOUNT (WS-ENTRY-IDX) TO WPR-PAYOUT-AMOUNT.
         MOVE "U" TO WPR-PAYOUT-KIND.
         MOVE WS-RG-SITE (WS-ENTRY-IDX) TO WPR-SITE.
         WRITE WARO-PAYOUT-REC.
         MOVE SPACES TO WARO-PAYOUT-REC.
         MOVE "TR" TO WPR-RECORD-TYPE.
         MOVE WS-TODAY TO WPR-RUN-DATE.
         MOVE WS-RG-GAME-ID (WS-ENTRY-IDX) TO WPR-GAME-ID.
         MOVE 1 TO WPR-TRAILER-COUNT.
         MOVE WS-RG-AMOUNT (WS-ENTRY-IDX) TO WPR-TRAILER-HASH.
         MOVE WS-RG-SITE (WS-ENTRY-IDX) TO WPR-SITE.
         WRITE WARO-PAYOUT-REC.
         CLOSE WARO-PAYOUT-FILE.

      *> Every held entry whose dormancy period has run goes on
      *> one filing to the state and is closed; nothing due
      *> writes no filing at all.
       ESCHEAT-DORMANT.
         PERFORM COUNT-ONE-DORMANT
           VARYING I FROM 1 BY 1 UNTIL I > WS-REGISTER-COUNT.
         IF WS-DORMANT-COUNT = 0
           MOVE "WARO-UNCLAIM : no entry is past the dormancy period - n
      -      "othing to file" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO ESCHEAT-DORMANT-EXIT
         END-IF.
         OPEN OUTPUT WARO-ESCHEAT-FILE.
         MOVE SPACES TO WARO-ESCHEAT-REC.
         MOVE "1" TO WES-RECORD-TYPE.
         MOVE WS-HOLDER-TAX-ID TO WES-HOLDER-TAX-ID.
         MOVE WS-HOLDER-NAME TO WES-HOLDER-NAME.
         MOVE WS-TODAY (1:4) TO WES-REPORT-YEAR.
         MOVE WS-TODAY TO WES-REPORT-DATE.
         MOVE "A" TO WES-REPORT-KIND.
         WRITE WARO-ESCHEAT-REC.
         PERFORM ESCHEAT-ONE-ENTRY
           VARYING I FROM 1 BY 1 UNTIL I > WS-REGISTER-COUNT.
         MOVE SPACES TO WARO-ESCHEAT-REC.
         MOVE "9" TO WES-RECORD-TYPE.
         MOVE WS-ESCHEATED-COUNT TO WES-PROPERTY-COUNT.
         MOVE WS-ESCHEAT-TOTAL TO WES-TOTAL-AMOUNT.
         WRITE WARO-ESCHEAT-REC.
         CLOSE WARO-ESCHEAT-FILE.
         PERFORM REWRITE-REGISTER.
         MOVE WS-ESCHEAT-TOTAL TO WS-TOTAL-DISPLAY.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-UNCLAIM : " DELIMITED BY SIZE
           WS-ESCHEATED-COUNT DELIMITED BY SIZE
           " entry(ies) escheated on WARO-ESCHEAT, total"
           DELIMITED BY SIZE
           WS-TOTAL-DISPLAY DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       ESCHEAT-DORMANT-EXIT.
         EXIT.

       COUNT-ONE-DORMANT.
         IF WS-RG-TYPE (I) = "UC" AND WS-RG-STATUS (I) = "O"
           PERFORM AGE-ONE-ENTRY
           IF WARO-ENTRY-DORMANT
             ADD 1 TO WS-DORMANT-COUNT
           END-IF
         END-IF.

       ESCHEAT-ONE-ENTRY.
         IF WS-RG-TYPE (I) = "UC" AND WS-RG-STATUS (I) = "O"
           PERFORM AGE-ONE-ENTRY
           IF WARO-ENTRY-DORMANT
             PERFORM FILE-ONE-PROPERTY
           END-IF
         END-IF.

       FILE-ONE-PROPERTY.
         PERFORM BUILD-REGISTER-REC.
         MOVE WARO-UNCLAIMED-REC TO WS-OP-BEFORE.
         ADD 1 TO WS-ESCHEATED-COUNT.
         ADD WS-RG-AMOUNT (I) TO WS-ESCHEAT-TOTAL.
         MOVE WS-RG-PLAYER-NAME (I) TO WS-OWNER-NAME.
         IF WS-RG-PLAYER-ID (I) > 0
           PERFORM FIND-OWNER-NAME THRU FIND-OWNER-NAME-EXIT
         END-IF.
         MOVE SPACES TO WARO-ESCHEAT-REC.
         MOVE "2" TO WES-RECORD-TYPE.
         MOVE WS-ESCHEATED-COUNT TO WES-SEQUENCE-NO.
         MOVE WS-OWNER-NAME TO WES-OWNER-NAME.
         IF WS-RG-PLAYER-ID (I) > 0
           MOVE WS-RG-PLAYER-ID (I) TO WES-OWNER-ID
         END-IF.
         MOVE WS-PROPERTY-DESC TO WES-PROPERTY-DESC.
         MOVE WS-RG-CLOCK-DATE (I) TO WES-LAST-ACTIVITY-DATE.
         MOVE WS-RG-RUN-DATE (I) TO WES-PAYABLE-DATE.
         MOVE WS-RG-AMOUNT (I) TO WES-PROPERTY-AMOUNT.
         STRING WS-RG-ENTRY-NO (I) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-RG-GAME-ID (I) DELIMITED BY SIZE
           INTO WES-HOLDER-REFERENCE.
         WRITE WARO-ESCHEAT-REC.
         MOVE "E" TO WS-RG-STATUS (I).
         MOVE WS-TODAY TO WS-RG-CLOSED-DATE (I).
         PERFORM BUILD-REGISTER-REC.
         MOVE WARO-UNCLAIMED-REC TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
         MOVE WS-RG-AMOUNT (I) TO WS-AMOUNT-DISPLAY.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-UNCLAIM : ESCHEAT " DELIMITED BY SIZE
           WS-RG-ENTRY-NO (I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-OWNER-NAME DELIMITED BY SIZE
           WS-AMOUNT-DISPLAY DELIMITED BY SIZE
           " since " DELIMITED BY SIZE
           WS-RG-CLOCK-DATE (I) DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

      *> The owner is named on the filing by the full name on the
      *> player master; a walk-in only has the table name.
       FIND-OWNER-NAME.
         OPEN INPUT WARO-PLAYERS-FILE.
         IF WS-PLAYERS-FILE-STATUS NOT = "00"
           GO TO FIND-OWNER-NAME-EXIT
         END-IF.
         MOVE "N" TO WS-PLAYERS-EOF-SW.
         PERFORM FIND-ONE-OWNER UNTIL WARO-PLAYERS-EOF.
         CLOSE WARO-PLAYERS-FILE.
       FIND-OWNER-NAME-EXIT.
         EXIT.

       FIND-ONE-OWNER.
         READ WARO-PLAYERS-FILE
           AT END
             MOVE "Y" TO WS-PLAYERS-EOF-SW
           NOT AT END
             IF WPM-PLAYER-ID = WS-RG-PLAYER-ID (I)
               MOVE WPM-PLAYER-NAME TO WS-OWNER-NAME
               MOVE "Y" TO WS-PLAYERS-EOF-SW
             END-IF
         END-READ.

      *> The signed-on operator must hold the action's level; a
      *> refusal is already on the change journal when it comes
      *> back.
       CHECK-OPERATOR.
         MOVE "A" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-UNCLAIM : REFUSED - " DELIMITED BY SIZE
             WS-OP-MESSAGE DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO CHECK-OPERATOR-EXIT
         END-IF.
       CHECK-OPERATOR-EXIT.
         EXIT.

       JOURNAL-CHANGE.
         MOVE "J" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE "WARO-UNCLAIM : WARNING - change journal not written"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.

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
             STRING "WARO-UNCLAIM : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'oper-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         MOVE WS-OP-KEEP-RC TO RETURN-CODE.

      *> One door to the date utility so a missing module ends
      *> with a controlled message and code, not a raw abend.
       CALL-DATE-UTIL.
         CALL 'date-util'
           USING WS-DT-FUNCTION, WS-DT-DATE-1, WS-DT-DATE-2,
             WS-DT-DAYS, WS-DT-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-UNCLAIM : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'date-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
