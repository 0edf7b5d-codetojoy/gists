       FILE-CONTROL.
         COPY WAROPMS.
         COPY WAROALS.
         COPY WAROBKS.
         COPY WAROCTS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROPMR.
         COPY WAROALR.
         COPY WAROBKR.
         COPY WAROCTR.
         WORKING-STORAGE SECTION.
         01 WS-PLAYERS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ALIAS-LIST-COUNT PIC 9(3) VALUE 0.
         01 WS-WIN-CAP-TEXT PIC X(6) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-LOSS-CAP-TEXT PIC X(6) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-BANKING-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-BANKING-EOF-SW PIC X(1) VALUE "N".
           88 WARO-BANKING-EOF VALUE "Y".
         78 NUM-BANKING-MAX VALUE 200.
         01 WS-BANKING-TABLE.
            02 WS-BANKING-ENTRY OCCURS NUM-BANKING-MAX TIMES.
               03 WS-BK-PLAYER-ID PIC 9(4).
               03 WS-BK-METHOD PIC X(1).
               03 WS-BK-ROUTING-NO PIC 9(9).
               03 WS-BK-ACCOUNT-NO PIC X(17).
               03 WS-BK-ACCOUNT-TYPE PIC X(1).
         01 WS-BANKING-COUNT PIC 9(3) VALUE 0.
         01 WS-BANKING-IDX PIC 9(3) VALUE 0.
         01 WS-BANK-METHOD-TEXT PIC X(8) VALUE SPACES.
         01 WS-ROUTING-TEXT PIC X(9) VALUE SPACES.
         01 WS-ROUTING-DIGITS REDEFINES WS-ROUTING-TEXT.
            02 WS-ROUTING-DIGIT PIC 9(1) OCCURS 9 TIMES.
         01 WS-ACCOUNT-TEXT PIC X(17) VALUE SPACES.
         01 WS-ACCOUNT-TYPE-TEXT PIC X(1) VALUE SPACES.
         01 WS-ROUTING-SUM PIC 9(3) VALUE 0.
         01 WS-ROUTING-REM PIC 9(1) VALUE 0.
         01 WS-ROUTING-QUOT PIC 9(3) VALUE 0.
         01 WS-CONTACT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-CONTACT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-CONTACT-EOF VALUE "Y".
         78 NUM-CONTACT-MAX VALUE 200.
         01 WS-CONTACT-TABLE.
            02 WS-CONTACT-ENTRY OCCURS NUM-CONTACT-MAX TIMES.
               03 WS-CT-PLAYER-ID PIC 9(4).
               03 WS-CT-PREFERENCE PIC X(1).
               03 WS-CT-PHONE PIC X(15).
               03 WS-CT-EMAIL PIC X(50).
         01 WS-CONTACT-COUNT PIC 9(3) VALUE 0.
         01 WS-CONTACT-IDX PIC 9(3) VALUE 0.
         01 WS-PREFER-TEXT PIC X(8) VALUE SPACES.
         01 WS-CONTACT-WORD-1 PIC X(50) VALUE SPACES.
         01 WS-CONTACT-WORD-2 PIC X(50) VALUE SPACES.
         01 WS-CONTACT-WORD PIC X(50) VALUE SPACES.
         01 WS-EMAIL-TEXT PIC X(50) VALUE SPACES.
         01 WS-PHONE-TEXT PIC X(15) VALUE SPACES.
         01 WS-PHONE-CHECK PIC X(15) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-AT-COUNT PIC 9(2) VALUE 0.
         01 WS-CONTACT-BAD-SW PIC X(1) VALUE "N".
           88 WARO-CONTACT-BAD VALUE "Y".
         78 NUM-MEMBERS-MAX VALUE 200.
         01 WS-MEMBER-TABLE.
            02 WS-MEMBER-ENTRY OCCURS NUM-MEMBERS-MAX TIMES.
           88 WARO-MEMBER-TABLE-FULL VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-PARM-PTR PIC 9(2) VALUE 1.
         01 WS-ACTION PIC X(8) VALUE SPACES.
         01 WS-TARGET-ID-TEXT PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-TARGET-ID PIC 9(4) VALUE 0.
         01 WS-TARGET-JOIN-TEXT PIC X(8) VALUE SPACES.
         01 WS-FOUND-IDX PIC 9(3) VALUE 0.
         01 I PIC 9(3).

      *> oper-util parameters: who is signed on, the level the
      *> action needs, and the journal images of the change.
         01 WS-OP-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-OP-PROGRAM PIC X(12) VALUE "WARO-PLAYER".
         01 WS-OP-ACTION PIC X(8) VALUE SPACES.
         01 WS-OP-LEVEL PIC 9(1) VALUE 0.
         01 WS-OP-OPERATOR-ID PIC X(4) VALUE SPACES.
         01 WS-OP-BEFORE PIC X(100) VALUE SPACES.
         01 WS-OP-AFTER PIC X(100) VALUE SPACES.
         01 WS-OP-MESSAGE PIC X(60) VALUE SPACES.
         01 WS-OP-STATUS PIC X(1) VALUE SPACES.
         01 WS-OP-KEEP-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         PERFORM READ-ACTION-PARM.
           GO TO BEGIN-EXIT
         END-IF.

      *> Maintenance needs a signed-on operator: a clerk for the
      *> everyday changes, a supervisor to delete a member or set
      *> their caps, a treasurer for where their money goes.
         EVALUATE WS-ACTION
           WHEN "ADD"
           WHEN "RENAME"
           WHEN "CONTACT"
             MOVE 1 TO WS-OP-LEVEL
           WHEN "DELETE"
           WHEN "LIMITS"
             MOVE 2 TO WS-OP-LEVEL
           WHEN "BANK"
             MOVE 3 TO WS-OP-LEVEL
           WHEN OTHER
             MOVE 0 TO WS-OP-LEVEL
         END-EVALUATE.
         IF WS-OP-LEVEL > 0
           PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT
           IF RETURN-CODE > 0
             GO TO BEGIN-EXIT
           END-IF
         END-IF.

         EVALUATE WS-ACTION
           WHEN "ADD"
             PERFORM ADD-MEMBER THRU ADD-MEMBER-EXIT
             PERFORM RENAME-MEMBER THRU RENAME-MEMBER-EXIT
           WHEN "LIMITS"
             PERFORM SET-MEMBER-LIMITS THRU SET-MEMBER-LIMITS-EXIT
           WHEN "BANK"
             PERFORM SET-MEMBER-BANKING THRU SET-MEMBER-BANKING-EXIT
           WHEN "CONTACT"
             PERFORM SET-MEMBER-CONTACT THRU SET-MEMBER-CONTACT-EXIT
           WHEN "ALIASES"
             PERFORM LIST-ALIASES THRU LIST-ALIASES-EXIT
             GO TO BEGIN-EXIT
           WHEN OTHER
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-PLAYER : unknown action '" DELIMITED BY SIZE
               WS-ACTION DELIMITED BY SPACE
               "'" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-PLAYER : use ADD, DELETE, RENAME, LIMITS, "
               DELIMITED BY SIZE
               "BANK, CONTACT, ALIASES or LIST" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
           MOVE 0 TO WS-MEMBER-WIN-CAP (WS-MEMBER-COUNT)
           MOVE 0 TO WS-MEMBER-LOSS-CAP (WS-MEMBER-COUNT)
           PERFORM REWRITE-MEMBERS
           MOVE SPACES TO WS-OP-BEFORE
           MOVE WS-MEMBER-ENTRY (WS-MEMBER-COUNT) TO WS-OP-AFTER
           PERFORM JOURNAL-CHANGE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PLAYER : added id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         ELSE
           MOVE WS-MEMBER-ENTRY (WS-FOUND-IDX) TO WS-OP-BEFORE
           PERFORM CLOSE-MEMBER-GAP
             VARYING I FROM WS-FOUND-IDX BY 1
               UNTIL I > WS-MEMBER-COUNT - 1
           SUBTRACT 1 FROM WS-MEMBER-COUNT
           PERFORM REWRITE-MEMBERS
           MOVE SPACES TO WS-OP-AFTER
           PERFORM JOURNAL-CHANGE
           PERFORM DROP-MEMBER-BANKING THRU DROP-MEMBER-BANKING-EXIT
           PERFORM DROP-MEMBER-CONTACT THRU DROP-MEMBER-CONTACT-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PLAYER : removed id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
         END-IF.
         MOVE WS-MEMBER-NAME (WS-FOUND-IDX) (1:6)
           TO WS-OLD-TABLE-NAME.
         MOVE WS-MEMBER-ENTRY (WS-FOUND-IDX) TO WS-OP-BEFORE.
         MOVE WS-TARGET-NAME TO WS-MEMBER-NAME (WS-FOUND-IDX).
         PERFORM REWRITE-MEMBERS.
         MOVE WS-MEMBER-ENTRY (WS-FOUND-IDX) TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
         OPEN EXTEND WARO-ALIAS-FILE.
         IF WS-ALIAS-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-ALIAS-FILE
           MOVE 16 TO RETURN-CODE
           GO TO SET-MEMBER-LIMITS-EXIT
         END-IF.
         MOVE WS-MEMBER-ENTRY (WS-FOUND-IDX) TO WS-OP-BEFORE.
         MOVE WS-WIN-CAP-TEXT TO WS-MEMBER-WIN-CAP (WS-FOUND-IDX).
         MOVE WS-LOSS-CAP-TEXT
           TO WS-MEMBER-LOSS-CAP (WS-FOUND-IDX).
         PERFORM REWRITE-MEMBERS.
         MOVE WS-MEMBER-ENTRY (WS-FOUND-IDX) TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-PLAYER : id " DELIMITED BY SIZE
           WS-TARGET-ID DELIMITED BY SIZE
       SET-MEMBER-LIMITS-EXIT.
         EXIT.

      *> How the member is paid: BANK <id> ACH <routing>
      *> <account> <C|S> for direct deposit to a checking or
      *> savings account, BANK <id> CHECK for a printed check,
      *> BANK <id> NONE to take the details off (the member is
      *> then paid by check). The routing number must pass the
      *> banks' check-digit test.
       SET-MEMBER-BANKING.
         PERFORM FIND-TARGET-MEMBER.
         IF NOT WARO-MEMBER-FOUND
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PLAYER : id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " is not on the player master" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO SET-MEMBER-BANKING-EXIT
         END-IF.
         MOVE WS-TARGET-JOIN-TEXT TO WS-BANK-METHOD-TEXT.
         IF WS-BANK-METHOD-TEXT NOT = "ACH"
             AND WS-BANK-METHOD-TEXT NOT = "CHECK"
             AND WS-BANK-METHOD-TEXT NOT = "NONE"
           MOVE "WARO-PLAYER : BANK needs <id> ACH, CHECK or NONE"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO SET-MEMBER-BANKING-EXIT
         END-IF.
         MOVE SPACES TO WS-ROUTING-TEXT.
         MOVE SPACES TO WS-ACCOUNT-TEXT.
         MOVE SPACES TO WS-ACCOUNT-TYPE-TEXT.
         UNSTRING WS-TARGET-NAME DELIMITED BY SPACE
           INTO WS-ROUTING-TEXT WS-ACCOUNT-TEXT WS-ACCOUNT-TYPE-TEXT.
         IF WS-BANK-METHOD-TEXT = "ACH"
           IF WS-ROUTING-TEXT IS NOT NUMERIC
               OR WS-ACCOUNT-TEXT = SPACES
               OR (WS-ACCOUNT-TYPE-TEXT NOT = "C"
                 AND WS-ACCOUNT-TYPE-TEXT NOT = "S")
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-PLAYER : BANK <id> ACH needs <routing> "
               DELIMITED BY SIZE
               "<account> <C|S>" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             GO TO SET-MEMBER-BANKING-EXIT
           END-IF
           COMPUTE WS-ROUTING-SUM =
             3 * (WS-ROUTING-DIGIT (1) + WS-ROUTING-DIGIT (4)
               + WS-ROUTING-DIGIT (7))
             + 7 * (WS-ROUTING-DIGIT (2) + WS-ROUTING-DIGIT (5)
               + WS-ROUTING-DIGIT (8))
             + WS-ROUTING-DIGIT (3) + WS-ROUTING-DIGIT (6)
               + WS-ROUTING-DIGIT (9)
           DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOT
             REMAINDER WS-ROUTING-REM
           IF WS-ROUTING-REM NOT = 0
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-PLAYER : routing number " DELIMITED BY SIZE
               WS-ROUTING-TEXT DELIMITED BY SIZE
               " fails its check digit" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 8 TO RETURN-CODE
             GO TO SET-MEMBER-BANKING-EXIT
           END-IF
         END-IF.
         PERFORM READ-BANKING-DETAILS THRU READ-BANKING-DETAILS-EXIT.
         PERFORM FIND-MEMBER-BANKING.
         MOVE SPACES TO WS-OP-BEFORE.
         IF WS-BANKING-IDX > 0
           MOVE WS-BANKING-ENTRY (WS-BANKING-IDX) TO WS-OP-BEFORE
         END-IF.
         IF WS-BANK-METHOD-TEXT = "NONE"
           IF WS-BANKING-IDX > 0
             PERFORM CLOSE-BANKING-GAP
               VARYING I FROM WS-BANKING-IDX BY 1
                 UNTIL I > WS-BANKING-COUNT - 1
             SUBTRACT 1 FROM WS-BANKING-COUNT
             PERFORM REWRITE-BANKING
             MOVE SPACES TO WS-OP-AFTER
             PERFORM JOURNAL-CHANGE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PLAYER : id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " has no banking details - paid by check"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO SET-MEMBER-BANKING-EXIT
         END-IF.
         IF WS-BANKING-IDX = 0
           IF WS-BANKING-COUNT = NUM-BANKING-MAX
             MOVE "WARO-PLAYER : banking details file is full"
               TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             GO TO SET-MEMBER-BANKING-EXIT
           END-IF
           ADD 1 TO WS-BANKING-COUNT
           MOVE WS-BANKING-COUNT TO WS-BANKING-IDX
         END-IF.
         MOVE WS-TARGET-ID TO WS-BK-PLAYER-ID (WS-BANKING-IDX).
         IF WS-BANK-METHOD-TEXT = "ACH"
           MOVE "A" TO WS-BK-METHOD (WS-BANKING-IDX)
           MOVE WS-ROUTING-TEXT TO WS-BK-ROUTING-NO (WS-BANKING-IDX)
           MOVE WS-ACCOUNT-TEXT TO WS-BK-ACCOUNT-NO (WS-BANKING-IDX)
           MOVE WS-ACCOUNT-TYPE-TEXT
             TO WS-BK-ACCOUNT-TYPE (WS-BANKING-IDX)
         ELSE
           MOVE "C" TO WS-BK-METHOD (WS-BANKING-IDX)
           MOVE 0 TO WS-BK-ROUTING-NO (WS-BANKING-IDX)
           MOVE SPACES TO WS-BK-ACCOUNT-NO (WS-BANKING-IDX)
           MOVE SPACE TO WS-BK-ACCOUNT-TYPE (WS-BANKING-IDX)
         END-IF.
         PERFORM REWRITE-BANKING.
         MOVE WS-BANKING-ENTRY (WS-BANKING-IDX) TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-PLAYER : id " DELIMITED BY SIZE
           WS-TARGET-ID DELIMITED BY SIZE
           " paid by " DELIMITED BY SIZE
           WS-BANK-METHOD-TEXT DELIMITED BY SPACE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       SET-MEMBER-BANKING-EXIT.
         EXIT.

      *> A member taken off the master takes their banking
      *> details with them.
       DROP-MEMBER-BANKING.
         PERFORM READ-BANKING-DETAILS THRU READ-BANKING-DETAILS-EXIT.
         PERFORM FIND-MEMBER-BANKING.
         IF WS-BANKING-IDX = 0
           GO TO DROP-MEMBER-BANKING-EXIT
         END-IF.
         PERFORM CLOSE-BANKING-GAP
           VARYING I FROM WS-BANKING-IDX BY 1
             UNTIL I > WS-BANKING-COUNT - 1.
         SUBTRACT 1 FROM WS-BANKING-COUNT.
         PERFORM REWRITE-BANKING.
       DROP-MEMBER-BANKING-EXIT.
         EXIT.

       READ-BANKING-DETAILS.
         MOVE 0 TO WS-BANKING-COUNT.
         OPEN INPUT WARO-BANKING-FILE.
         IF WS-BANKING-FILE-STATUS NOT = "00"
           GO TO READ-BANKING-DETAILS-EXIT
         END-IF.
         PERFORM READ-ONE-BANKING
           UNTIL WARO-BANKING-EOF
             OR WS-BANKING-COUNT = NUM-BANKING-MAX.
         CLOSE WARO-BANKING-FILE.
       READ-BANKING-DETAILS-EXIT.
         EXIT.

       READ-ONE-BANKING.
         READ WARO-BANKING-FILE
           AT END MOVE "Y" TO WS-BANKING-EOF-SW
           NOT AT END
             ADD 1 TO WS-BANKING-COUNT
             MOVE WBK-PLAYER-ID TO WS-BK-PLAYER-ID (WS-BANKING-COUNT)
             MOVE WBK-PAY-METHOD TO WS-BK-METHOD (WS-BANKING-COUNT)
             IF WBK-ROUTING-NO IS NUMERIC
               MOVE WBK-ROUTING-NO
                 TO WS-BK-ROUTING-NO (WS-BANKING-COUNT)
             ELSE
               MOVE 0 TO WS-BK-ROUTING-NO (WS-BANKING-COUNT)
             END-IF
             MOVE WBK-ACCOUNT-NO
               TO WS-BK-ACCOUNT-NO (WS-BANKING-COUNT)
             MOVE WBK-ACCOUNT-TYPE
               TO WS-BK-ACCOUNT-TYPE (WS-BANKING-COUNT)
         END-READ.

       FIND-MEMBER-BANKING.
         MOVE 0 TO WS-BANKING-IDX.
         PERFORM SEARCH-BANKING-ENTRY
           VARYING I FROM 1 BY 1
             UNTIL I > WS-BANKING-COUNT OR WS-BANKING-IDX > 0.

       SEARCH-BANKING-ENTRY.
         IF WS-BK-PLAYER-ID (I) = WS-TARGET-ID
           MOVE I TO WS-BANKING-IDX
         END-IF.

       CLOSE-BANKING-GAP.
         MOVE WS-BANKING-ENTRY (I + 1) TO WS-BANKING-ENTRY (I).

       REWRITE-BANKING.
         OPEN OUTPUT WARO-BANKING-FILE.
         PERFORM WRITE-ONE-BANKING
           VARYING I FROM 1 BY 1 UNTIL I > WS-BANKING-COUNT.
         CLOSE WARO-BANKING-FILE.

       WRITE-ONE-BANKING.
         MOVE SPACES TO WARO-BANKING-REC.
         MOVE WS-BK-PLAYER-ID (I) TO WBK-PLAYER-ID.
         MOVE WS-BK-METHOD (I) TO WBK-PAY-METHOD.
         MOVE WS-BK-ROUTING-NO (I) TO WBK-ROUTING-NO.
         MOVE WS-BK-ACCOUNT-NO (I) TO WBK-ACCOUNT-NO.
         MOVE WS-BK-ACCOUNT-TYPE (I) TO WBK-ACCOUNT-TYPE.
         WRITE WARO-BANKING-REC.

      *> How the shop reaches the member: CONTACT <id> EMAIL,
      *> PHONE or OPTOUT, followed by an email address and/or a
      *> phone number to put on file (a word with an @ in it is
      *> the address). Addresses not given are kept. EMAIL and
      *> PHONE need that address on file; OPTOUT keeps both but
      *> suppresses every notice to the member.
       SET-MEMBER-CONTACT.
         PERFORM FIND-TARGET-MEMBER.
         IF NOT WARO-MEMBER-FOUND
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PLAYER : id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " is not on the player master" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO SET-MEMBER-CONTACT-EXIT
         END-IF.
         MOVE WS-TARGET-JOIN-TEXT TO WS-PREFER-TEXT.
         IF WS-PREFER-TEXT NOT = "EMAIL"
             AND WS-PREFER-TEXT NOT = "PHONE"
             AND WS-PREFER-TEXT NOT = "OPTOUT"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PLAYER : CONTACT needs <id> EMAIL, PHONE "
             DELIMITED BY SIZE
             "or OPTOUT [email] [phone]" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO SET-MEMBER-CONTACT-EXIT
         END-IF.
         MOVE SPACES TO WS-CONTACT-WORD-1.
         MOVE SPACES TO WS-CONTACT-WORD-2.
         IF WS-PARM-PTR < 80
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
             INTO WS-CONTACT-WORD-1 WS-CONTACT-WORD-2
             WITH POINTER WS-PARM-PTR
         END-IF.
         MOVE SPACES TO WS-EMAIL-TEXT.
         MOVE SPACES TO WS-PHONE-TEXT.
         MOVE "N" TO WS-CONTACT-BAD-SW.
         MOVE WS-CONTACT-WORD-1 TO WS-CONTACT-WORD.
         PERFORM SORT-CONTACT-WORD.
         MOVE WS-CONTACT-WORD-2 TO WS-CONTACT-WORD.
         PERFORM SORT-CONTACT-WORD.
         IF WARO-CONTACT-BAD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PLAYER : a phone number is up to 15 digits"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO SET-MEMBER-CONTACT-EXIT
         END-IF.
         PERFORM READ-CONTACT-DETAILS THRU READ-CONTACT-DETAILS-EXIT.
         PERFORM FIND-MEMBER-CONTACT.
         MOVE SPACES TO WS-OP-BEFORE.
         IF WS-CONTACT-IDX > 0
           MOVE WS-CONTACT-ENTRY (WS-CONTACT-IDX) TO WS-OP-BEFORE
         END-IF.
         IF WS-CONTACT-IDX = 0
           IF WS-CONTACT-COUNT = NUM-CONTACT-MAX
             MOVE "WARO-PLAYER : contact details file is full"
               TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             GO TO SET-MEMBER-CONTACT-EXIT
           END-IF
           ADD 1 TO WS-CONTACT-COUNT
           MOVE WS-CONTACT-COUNT TO WS-CONTACT-IDX
           MOVE WS-TARGET-ID TO WS-CT-PLAYER-ID (WS-CONTACT-IDX)
           MOVE SPACES TO WS-CT-PHONE (WS-CONTACT-IDX)
           MOVE SPACES TO WS-CT-EMAIL (WS-CONTACT-IDX)
         END-IF.
         IF WS-EMAIL-TEXT NOT = SPACES
           MOVE WS-EMAIL-TEXT TO WS-CT-EMAIL (WS-CONTACT-IDX)
         END-IF.
         IF WS-PHONE-TEXT NOT = SPACES
           MOVE WS-PHONE-TEXT TO WS-CT-PHONE (WS-CONTACT-IDX)
         END-IF.
         IF (WS-PREFER-TEXT = "EMAIL"
               AND WS-CT-EMAIL (WS-CONTACT-IDX) = SPACES)
             OR (WS-PREFER-TEXT = "PHONE"
               AND WS-CT-PHONE (WS-CONTACT-IDX) = SPACES)
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PLAYER : id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " has no " DELIMITED BY SIZE
             WS-PREFER-TEXT DELIMITED BY SPACE
             " on file" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO SET-MEMBER-CONTACT-EXIT
         END-IF.
         EVALUATE WS-PREFER-TEXT
           WHEN "EMAIL"
             MOVE "E" TO WS-CT-PREFERENCE (WS-CONTACT-IDX)
           WHEN "PHONE"
             MOVE "P" TO WS-CT-PREFERENCE (WS-CONTACT-IDX)
           WHEN OTHER
             MOVE "O" TO WS-CT-PREFERENCE (WS-CONTACT-IDX)
         END-EVALUATE.
         PERFORM REWRITE-CONTACTS.
         MOVE WS-CONTACT-ENTRY (WS-CONTACT-IDX) TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
         MOVE SPACES TO WS-REPORT-LINE.
         IF WS-PREFER-TEXT = "OPTOUT"
           STRING "WARO-PLAYER : id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " opted out of all notices" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
         ELSE
           STRING "WARO-PLAYER : id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " contacted by " DELIMITED BY SIZE
             WS-PREFER-TEXT DELIMITED BY SPACE
             INTO WS-REPORT-LINE
         END-IF.
         PERFORM WRITE-REPORT.
       SET-MEMBER-CONTACT-EXIT.
         EXIT.

      *> One word off the CONTACT parm: an address has an @ in
      *> it, anything else must be a phone number of digits.
       SORT-CONTACT-WORD.
         IF WS-CONTACT-WORD = SPACES
           CONTINUE
         ELSE
           MOVE 0 TO WS-AT-COUNT
           INSPECT WS-CONTACT-WORD TALLYING WS-AT-COUNT FOR ALL "@"
           IF WS-AT-COUNT > 0
             MOVE WS-CONTACT-WORD TO WS-EMAIL-TEXT
           ELSE
             IF WS-CONTACT-WORD (16:) NOT = SPACES
               MOVE "Y" TO WS-CONTACT-BAD-SW
             ELSE
               MOVE WS-CONTACT-WORD TO WS-PHONE-TEXT
               MOVE SPACES TO WS-PHONE-CHECK
               UNSTRING WS-PHONE-TEXT DELIMITED BY SPACE
                 INTO WS-PHONE-CHECK
               INSPECT WS-PHONE-CHECK
                 REPLACING LEADING SPACE BY ZERO
               IF WS-PHONE-CHECK IS NOT NUMERIC
                 MOVE "Y" TO WS-CONTACT-BAD-SW
               END-IF
             END-IF
           END-IF
         END-IF.

      *> A member taken off the master takes their contact
      *> details with them.
       DROP-MEMBER-CONTACT.
         PERFORM READ-CONTACT-DETAILS THRU READ-CONTACT-DETAILS-EXIT.
         PERFORM FIND-MEMBER-CONTACT.
         IF WS-CONTACT-IDX = 0
           GO TO DROP-MEMBER-CONTACT-EXIT
         END-IF.
         PERFORM CLOSE-CONTACT-GAP
           VARYING I FROM WS-CONTACT-IDX BY 1
             UNTIL I > WS-CONTACT-COUNT - 1.
         SUBTRACT 1 FROM WS-CONTACT-COUNT.
         PERFORM REWRITE-CONTACTS.
       DROP-MEMBER-CONTACT-EXIT.
         EXIT.

       READ-CONTACT-DETAILS.
         MOVE 0 TO WS-CONTACT-COUNT.
         OPEN INPUT WARO-CONTACT-FILE.
         IF WS-CONTACT-FILE-STATUS NOT = "00"
           GO TO READ-CONTACT-DETAILS-EXIT
         END-IF.
         PERFORM READ-ONE-CONTACT
           UNTIL WARO-CONTACT-EOF
             OR WS-CONTACT-COUNT = NUM-CONTACT-MAX.
         CLOSE WARO-CONTACT-FILE.
       READ-CONTACT-DETAILS-EXIT.
         EXIT.

       READ-ONE-CONTACT.
         READ WARO-CONTACT-FILE
           AT END MOVE "Y" TO WS-CONTACT-EOF-SW
           NOT AT END
             ADD 1 TO WS-CONTACT-COUNT
             MOVE WCT-PLAYER-ID TO WS-CT-PLAYER-ID (WS-CONTACT-COUNT)
             MOVE WCT-PREFERENCE
               TO WS-CT-PREFERENCE (WS-CONTACT-COUNT)
             MOVE WCT-PHONE TO WS-CT-PHONE (WS-CONTACT-COUNT)
             MOVE WCT-EMAIL TO WS-CT-EMAIL (WS-CONTACT-COUNT)
         END-READ.

       FIND-MEMBER-CONTACT.
         MOVE 0 TO WS-CONTACT-IDX.
         PERFORM SEARCH-CONTACT-ENTRY
           VARYING I FROM 1 BY 1
             UNTIL I > WS-CONTACT-COUNT OR WS-CONTACT-IDX > 0.

       SEARCH-CONTACT-ENTRY.
         IF WS-CT-PLAYER-ID (I) = WS-TARGET-ID
           MOVE I TO WS-CONTACT-IDX
         END-IF.

       CLOSE-CONTACT-GAP.
         MOVE WS-CONTACT-ENTRY (I + 1) TO WS-CONTACT-ENTRY (I).

       REWRITE-CONTACTS.
         OPEN OUTPUT WARO-CONTACT-FILE.
         PERFORM WRITE-ONE-CONTACT
           VARYING I FROM 1 BY 1 UNTIL I > WS-CONTACT-COUNT.
         CLOSE WARO-CONTACT-FILE.

       WRITE-ONE-CONTACT.
         MOVE SPACES TO WARO-CONTACT-REC.
         MOVE WS-CT-PLAYER-ID (I) TO WCT-PLAYER-ID.
         MOVE WS-CT-PREFERENCE (I) TO WCT-PREFERENCE.
         MOVE WS-CT-PHONE (I) TO WCT-PHONE.
         MOVE WS-CT-EMAIL (I) TO WCT-EMAIL.
         WRITE WARO-CONTACT-REC.

       CLOSE-MEMBER-GAP.
         MOVE WS-MEMBER-ENTRY (I + 1) TO WS-MEMBER-ENTRY (I).

           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

      *> The signed-on operator must hold WS-OP-LEVEL; a refusal
      *> is already on the change journal when it comes back.
       CHECK-OPERATOR.
         MOVE WS-ACTION TO WS-OP-ACTION.
         MOVE "A" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PLAYER : REFUSED - " DELIMITED BY SIZE
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
           MOVE "WARO-PLAYER : WARNING - change journal not written"
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
             STRING "WARO-PLAYER : SEVERE ERROR - subprogram "
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
