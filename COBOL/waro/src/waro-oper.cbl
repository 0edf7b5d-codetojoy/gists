       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-OPER.
      *> The operator register and the desk sign-on. Every
      *> maintenance and money program asks oper-util who is
      *> signed on here and whether their WARO-OPERATOR authority
      *> level - 1 CLERK, 2 SUPERVISOR, 3 TREASURER - covers the
      *> action, and journals what they changed on WARO-CHGJRNL.
      *> Actions:
      *>   SIGNON <id> <pin> - sign on at this desk for today.
      *>   SIGNOFF - empty the sign-on.
      *>   ADD <id> <level> <pin> <name> - treasurer; the very
      *>     first ADD onto an empty register needs no sign-on
      *>     but must be a TREASURER.
      *>   LEVEL <id> <level> - treasurer.
      *>   REVOKE <id> - treasurer.
      *>   PIN <id> <pin> - the operator themself, or a treasurer.
      *>   LIST - the register, without the PIN checks.
      *> A PIN is 4 to 8 characters and only its audit-chain check
      *> is kept. LEVEL and REVOKE will not leave the register
      *> without an active treasurer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROOPS.
         COPY WAROSOS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROOPR.
         COPY WAROSOR.
         WORKING-STORAGE SECTION.
         01 WS-OPERATOR-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-SIGNON-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-OPERATOR-EOF-SW PIC X(1) VALUE "N".
           88 WARO-OPERATOR-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-PARM-PTR PIC 9(2) VALUE 1.
         01 WS-ACTION PIC X(8) VALUE SPACES.
         01 WS-TARGET-OPER PIC X(4) VALUE SPACES.
         01 WS-FIELD-3 PIC X(12) VALUE SPACES.
         01 WS-FIELD-4 PIC X(12) VALUE SPACES.
         01 WS-TARGET-NAME PIC X(20) VALUE SPACES.
         01 WS-RUN-DATE PIC 9(8) VALUE 0.
         01 WS-RUN-TIME PIC 9(8) VALUE 0.

      *> The register in store; written back whole after a change.
         78 NUM-OPERATOR-MAX VALUE 50.
         01 WS-OPERATOR-TABLE.
            02 WS-OT-ENTRY OCCURS NUM-OPERATOR-MAX TIMES.
               03 WS-OT-ID PIC X(4).
               03 FILLER PIC X(1).
               03 WS-OT-LEVEL PIC 9(1).
               03 FILLER PIC X(1).
               03 WS-OT-STATUS PIC X(1).
               03 FILLER PIC X(1).
               03 WS-OT-PIN-CHECK PIC 9(16).
               03 FILLER PIC X(1).
               03 WS-OT-ADDED-DATE PIC 9(8).
               03 FILLER PIC X(1).
               03 WS-OT-NAME PIC X(20).
         01 WS-OPERATOR-COUNT PIC 9(2) VALUE 0.
         01 WS-FOUND-IDX PIC 9(2) VALUE 0.
         01 WS-TREASURER-COUNT PIC 9(2) VALUE 0.
         01 I PIC 9(2).

         01 WS-NEW-LEVEL PIC 9(1) VALUE 0.
         01 WS-LEVEL-IN PIC 9(1) VALUE 0.
         01 WS-LEVEL-WORD PIC X(10) VALUE SPACES.
         01 WS-STATUS-WORD PIC X(7) VALUE SPACES.

      *> The PIN check: the audit-chain link of id and PIN.
         01 WS-PIN PIC X(12) VALUE SPACES.
         01 WS-PIN-OK-SW PIC X(1) VALUE "N".
           88 WARO-PIN-OK VALUE "Y".
         01 WS-PIN-SEED PIC 9(16) VALUE 0.
         01 WS-PIN-BODY PIC X(110) VALUE SPACES.
         01 WS-PIN-CHECK PIC 9(16) VALUE 0.

      *> oper-util parameters.
         01 WS-OP-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-OP-PROGRAM PIC X(12) VALUE "WARO-OPER".
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
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-RUN-TIME FROM TIME.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-ACTION WS-TARGET-OPER WS-FIELD-3 WS-FIELD-4
           WITH POINTER WS-PARM-PTR.
         IF WS-PARM-PTR < 80
           MOVE WS-PARM (WS-PARM-PTR:) TO WS-TARGET-NAME
         END-IF.
         MOVE WS-ACTION TO WS-OP-ACTION.
         PERFORM READ-REGISTER.
         EVALUATE WS-ACTION
           WHEN "SIGNON"
             PERFORM SIGN-ON THRU SIGN-ON-EXIT
           WHEN "SIGNOFF"
             PERFORM SIGN-OFF
           WHEN "ADD"
             PERFORM ADD-OPERATOR THRU ADD-OPERATOR-EXIT
           WHEN "LEVEL"
             PERFORM SET-OPERATOR-LEVEL THRU SET-OPERATOR-LEVEL-EXIT
           WHEN "REVOKE"
             PERFORM REVOKE-OPERATOR THRU REVOKE-OPERATOR-EXIT
           WHEN "PIN"
             PERFORM CHANGE-PIN THRU CHANGE-PIN-EXIT
           WHEN "LIST"
             PERFORM REPORT-ONE-OPERATOR
               VARYING I FROM 1 BY 1 UNTIL I > WS-OPERATOR-COUNT
           WHEN OTHER
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-OPER : unknown action '" DELIMITED BY SIZE
               WS-ACTION DELIMITED BY SPACE
               "'" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-OPER : use SIGNON, SIGNOFF, ADD, LEVEL, "
               DELIMITED BY SIZE
               "REVOKE, PIN or LIST" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             GO TO BEGIN-EXIT
         END-EVALUATE.
         MOVE "WARO-OPER Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       BEGIN-EXIT.
         STOP RUN.

       READ-REGISTER.
         OPEN INPUT WARO-OPERATOR-FILE.
         IF WS-OPERATOR-FILE-STATUS = "00"
           PERFORM READ-ONE-OPERATOR
             UNTIL WARO-OPERATOR-EOF
               OR WS-OPERATOR-COUNT = NUM-OPERATOR-MAX
           CLOSE WARO-OPERATOR-FILE
         END-IF.

       READ-ONE-OPERATOR.
         READ WARO-OPERATOR-FILE
           AT END MOVE "Y" TO WS-OPERATOR-EOF-SW
           NOT AT END
             ADD 1 TO WS-OPERATOR-COUNT
             MOVE WARO-OPERATOR-REC TO WS-OT-ENTRY (WS-OPERATOR-COUNT)
         END-READ.

      *> The id and PIN must match an active operator. The sign-on
      *> replaces whoever was signed on before.
       SIGN-ON.
         PERFORM FIND-TARGET-OPERATOR.
         MOVE WS-FIELD-3 TO WS-PIN.
         IF WS-FOUND-IDX > 0
           PERFORM CHECK-PIN
         ELSE
           MOVE "N" TO WS-PIN-OK-SW
         END-IF.
         IF NOT WARO-PIN-OK
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-OPER : sign-on refused for operator "
             DELIMITED BY SIZE
             WS-TARGET-OPER DELIMITED BY SIZE
             " - id or PIN not recognised" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO SIGN-ON-EXIT
         END-IF.
         IF WS-OT-STATUS (WS-FOUND-IDX) NOT = "A"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-OPER : operator " DELIMITED BY SIZE
             WS-TARGET-OPER DELIMITED BY SIZE
             " is revoked and may not sign on" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO SIGN-ON-EXIT
         END-IF.
         OPEN OUTPUT WARO-SIGNON-FILE.
         MOVE SPACES TO WARO-SIGNON-REC.
         MOVE WS-TARGET-OPER TO WSO-OPERATOR-ID.
         MOVE WS-RUN-DATE TO WSO-SIGNON-DATE.
         MOVE WS-RUN-TIME (1:6) TO WSO-SIGNON-TIME.
         WRITE WARO-SIGNON-REC.
         CLOSE WARO-SIGNON-FILE.
         MOVE WS-TARGET-OPER TO WS-OP-OPERATOR-ID.
         MOVE SPACES TO WS-OP-BEFORE.
         MOVE WARO-SIGNON-REC TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
         MOVE WS-OT-LEVEL (WS-FOUND-IDX) TO WS-LEVEL-IN.
         PERFORM NAME-LEVEL.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-OPER : operator " DELIMITED BY SIZE
           WS-TARGET-OPER DELIMITED BY SIZE
           " signed on as " DELIMITED BY SIZE
           WS-LEVEL-WORD DELIMITED BY SPACE
           " for " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       SIGN-ON-EXIT.
         EXIT.

       SIGN-OFF.
         MOVE SPACES TO WARO-SIGNON-REC.
         OPEN INPUT WARO-SIGNON-FILE.
         IF WS-SIGNON-FILE-STATUS = "00"
           READ WARO-SIGNON-FILE
             AT END MOVE SPACES TO WARO-SIGNON-REC
           END-READ
           CLOSE WARO-SIGNON-FILE
         END-IF.
         MOVE WSO-OPERATOR-ID TO WS-OP-OPERATOR-ID.
         MOVE WARO-SIGNON-REC TO WS-OP-BEFORE.
         MOVE SPACES TO WS-OP-AFTER.
         OPEN OUTPUT WARO-SIGNON-FILE.
         CLOSE WARO-SIGNON-FILE.
         IF WS-OP-OPERATOR-ID NOT = SPACES
           PERFORM JOURNAL-CHANGE
         END-IF.
         MOVE "WARO-OPER : signed off - nobody is signed on"
           TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

      *> A new operator. With nobody on the register yet, the
      *> first one may be added without a sign-on, as the
      *> treasurer who will add the rest.
       ADD-OPERATOR.
         IF WS-OPERATOR-COUNT > 0
           MOVE 3 TO WS-OP-LEVEL
           PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT
           IF RETURN-CODE > 0
             GO TO ADD-OPERATOR-EXIT
           END-IF
         END-IF.
         PERFORM READ-NEW-LEVEL.
         MOVE WS-FIELD-4 TO WS-PIN.
         IF WS-TARGET-OPER = SPACES OR WS-NEW-LEVEL = 0
             OR WS-PIN (4:1) = SPACE OR WS-PIN (9:4) NOT = SPACES
             OR WS-TARGET-NAME = SPACES
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-OPER : ADD needs <id> <level> <pin> <name>"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-OPER : level CLERK, SUPERVISOR or TREASURER,"
             DELIMITED BY SIZE
             " PIN 4 to 8 characters" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO ADD-OPERATOR-EXIT
         END-IF.
         IF WS-OPERATOR-COUNT = 0 AND WS-NEW-LEVEL NOT = 3
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-OPER : the first operator on the register "
             DELIMITED BY SIZE
             "must be a TREASURER" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO ADD-OPERATOR-EXIT
         END-IF.
         PERFORM FIND-TARGET-OPERATOR.
         IF WS-FOUND-IDX > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-OPER : operator " DELIMITED BY SIZE
             WS-TARGET-OPER DELIMITED BY SIZE
             " is already on the register" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO ADD-OPERATOR-EXIT
         END-IF.
         IF WS-OPERATOR-COUNT = NUM-OPERATOR-MAX
           MOVE "WARO-OPER : the operator register is full"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO ADD-OPERATOR-EXIT
         END-IF.
         IF WS-OPERATOR-COUNT = 0
           MOVE WS-TARGET-OPER TO WS-OP-OPERATOR-ID
         END-IF.
         ADD 1 TO WS-OPERATOR-COUNT.
         MOVE WS-OPERATOR-COUNT TO WS-FOUND-IDX.
         MOVE SPACES TO WS-OT-ENTRY (WS-FOUND-IDX).
         MOVE WS-TARGET-OPER TO WS-OT-ID (WS-FOUND-IDX).
         MOVE WS-NEW-LEVEL TO WS-OT-LEVEL (WS-FOUND-IDX).
         MOVE "A" TO WS-OT-STATUS (WS-FOUND-IDX).
         PERFORM COMPUTE-PIN-CHECK.
         MOVE WS-PIN-CHECK TO WS-OT-PIN-CHECK (WS-FOUND-IDX).
         MOVE WS-RUN-DATE TO WS-OT-ADDED-DATE (WS-FOUND-IDX).
         MOVE WS-TARGET-NAME TO WS-OT-NAME (WS-FOUND-IDX).
         PERFORM REWRITE-REGISTER.
         MOVE SPACES TO WS-OP-BEFORE.
         PERFORM IMAGE-AFTER.
         PERFORM JOURNAL-CHANGE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-OPER : added operator " DELIMITED BY SIZE
           WS-TARGET-OPER DELIMITED BY SIZE
           " as " DELIMITED BY SIZE
           WS-LEVEL-WORD DELIMITED BY SPACE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       ADD-OPERATOR-EXIT.
         EXIT.

       SET-OPERATOR-LEVEL.
         MOVE 3 TO WS-OP-LEVEL.
         PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.
         IF RETURN-CODE > 0
           GO TO SET-OPERATOR-LEVEL-EXIT
         END-IF.
         PERFORM READ-NEW-LEVEL.
         IF WS-NEW-LEVEL = 0
           MOVE "WARO-OPER : LEVEL needs <id> <level>"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO SET-OPERATOR-LEVEL-EXIT
         END-IF.
         PERFORM FIND-TARGET-OPERATOR THRU NOT-ON-REGISTER-EXIT.
         IF RETURN-CODE > 0
           GO TO SET-OPERATOR-LEVEL-EXIT
         END-IF.
         IF WS-NEW-LEVEL < 3
           PERFORM CHECK-LAST-TREASURER THRU CHECK-LAST-TREASURER-EXIT
           IF RETURN-CODE > 0
             GO TO SET-OPERATOR-LEVEL-EXIT
           END-IF
         END-IF.
         PERFORM IMAGE-BEFORE.
         MOVE WS-NEW-LEVEL TO WS-OT-LEVEL (WS-FOUND-IDX).
         PERFORM REWRITE-REGISTER.
         PERFORM IMAGE-AFTER.
         PERFORM JOURNAL-CHANGE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-OPER : operator " DELIMITED BY SIZE
           WS-TARGET-OPER DELIMITED BY SIZE
           " is now " DELIMITED BY SIZE
           WS-LEVEL-WORD DELIMITED BY SPACE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       SET-OPERATOR-LEVEL-EXIT.
         EXIT.

       REVOKE-OPERATOR.
         MOVE 3 TO WS-OP-LEVEL.
         PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.
         IF RETURN-CODE > 0
           GO TO REVOKE-OPERATOR-EXIT
         END-IF.
         PERFORM FIND-TARGET-OPERATOR THRU NOT-ON-REGISTER-EXIT.
         IF RETURN-CODE > 0
           GO TO REVOKE-OPERATOR-EXIT
         END-IF.
         PERFORM CHECK-LAST-TREASURER THRU CHECK-LAST-TREASURER-EXIT.
         IF RETURN-CODE > 0
           GO TO REVOKE-OPERATOR-EXIT
         END-IF.
         PERFORM IMAGE-BEFORE.
         MOVE "R" TO WS-OT-STATUS (WS-FOUND-IDX).
         PERFORM REWRITE-REGISTER.
         PERFORM IMAGE-AFTER.
         PERFORM JOURNAL-CHANGE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-OPER : operator " DELIMITED BY SIZE
           WS-TARGET-OPER DELIMITED BY SIZE
           " revoked" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       REVOKE-OPERATOR-EXIT.
         EXIT.

      *> Any signed-on operator may change their own PIN; only a
      *> treasurer may change someone else's.
       CHANGE-PIN.
         MOVE 1 TO WS-OP-LEVEL.
         PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.
         IF RETURN-CODE > 0
           GO TO CHANGE-PIN-EXIT
         END-IF.
         IF WS-TARGET-OPER NOT = WS-OP-OPERATOR-ID
           MOVE 3 TO WS-OP-LEVEL
           PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT
           IF RETURN-CODE > 0
             GO TO CHANGE-PIN-EXIT
           END-IF
         END-IF.
         MOVE WS-FIELD-3 TO WS-PIN.
         IF WS-PIN (4:1) = SPACE OR WS-PIN (9:4) NOT = SPACES
           MOVE "WARO-OPER : PIN needs <id> <pin of 4 to 8 characters>"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO CHANGE-PIN-EXIT
         END-IF.
         PERFORM FIND-TARGET-OPERATOR THRU NOT-ON-REGISTER-EXIT.
         IF RETURN-CODE > 0
           GO TO CHANGE-PIN-EXIT
         END-IF.
         PERFORM IMAGE-BEFORE.
         PERFORM COMPUTE-PIN-CHECK.
         MOVE WS-PIN-CHECK TO WS-OT-PIN-CHECK (WS-FOUND-IDX).
         PERFORM REWRITE-REGISTER.
         PERFORM IMAGE-AFTER.
         MOVE ALL "*" TO WS-OP-AFTER (10:16).
         PERFORM JOURNAL-CHANGE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-OPER : PIN changed for operator "
           DELIMITED BY SIZE
           WS-TARGET-OPER DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       CHANGE-PIN-EXIT.
         EXIT.

       READ-NEW-LEVEL.
         EVALUATE WS-FIELD-3
           WHEN "CLERK"
             MOVE 1 TO WS-NEW-LEVEL
           WHEN "SUPERVISOR"
             MOVE 2 TO WS-NEW-LEVEL
           WHEN "TREASURER"
             MOVE 3 TO WS-NEW-LEVEL
           WHEN OTHER
             MOVE 0 TO WS-NEW-LEVEL
         END-EVALUATE.
         MOVE WS-NEW-LEVEL TO WS-LEVEL-IN.
         PERFORM NAME-LEVEL.

       NAME-LEVEL.
         EVALUATE WS-LEVEL-IN
           WHEN 1
             MOVE "CLERK" TO WS-LEVEL-WORD
           WHEN 2
             MOVE "SUPERVISOR" TO WS-LEVEL-WORD
           WHEN 3
             MOVE "TREASURER" TO WS-LEVEL-WORD
           WHEN OTHER
             MOVE "NO LEVEL" TO WS-LEVEL-WORD
         END-EVALUATE.

       FIND-TARGET-OPERATOR.
         MOVE 0 TO WS-FOUND-IDX.
         PERFORM MATCH-ONE-OPERATOR
           VARYING I FROM 1 BY 1
             UNTIL I > WS-OPERATOR-COUNT OR WS-FOUND-IDX > 0.
       NOT-ON-REGISTER.
         IF WS-FOUND-IDX = 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-OPER : operator " DELIMITED BY SIZE
             WS-TARGET-OPER DELIMITED BY SIZE
             " is not on the register" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
         END-IF.
       NOT-ON-REGISTER-EXIT.
         EXIT.

       MATCH-ONE-OPERATOR.
         IF WS-OT-ID (I) = WS-TARGET-OPER
           MOVE I TO WS-FOUND-IDX
         END-IF.

      *> Taking the target's treasurer level or seat away must
      *> leave at least one other active treasurer.
       CHECK-LAST-TREASURER.
         MOVE 0 TO WS-TREASURER-COUNT.
         PERFORM COUNT-ONE-TREASURER
           VARYING I FROM 1 BY 1 UNTIL I > WS-OPERATOR-COUNT.
         IF WS-TREASURER-COUNT > 0
           GO TO CHECK-LAST-TREASURER-EXIT
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-OPER : operator " DELIMITED BY SIZE
           WS-TARGET-OPER DELIMITED BY SIZE
           " is the last active TREASURER" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE 8 TO RETURN-CODE.
       CHECK-LAST-TREASURER-EXIT.
         EXIT.

       COUNT-ONE-TREASURER.
         IF I NOT = WS-FOUND-IDX
             AND WS-OT-LEVEL (I) = 3 AND WS-OT-STATUS (I) = "A"
           ADD 1 TO WS-TREASURER-COUNT
         END-IF.

       CHECK-PIN.
         PERFORM COMPUTE-PIN-CHECK.
         IF WS-PIN-CHECK = WS-OT-PIN-CHECK (WS-FOUND-IDX)
             AND WS-PIN NOT = SPACES
           MOVE "Y" TO WS-PIN-OK-SW
         ELSE
           MOVE "N" TO WS-PIN-OK-SW
         END-IF.

       COMPUTE-PIN-CHECK.
         MOVE 0 TO WS-PIN-SEED.
         MOVE SPACES TO WS-PIN-BODY.
         STRING "WARO-OPER " DELIMITED BY SIZE
           WS-TARGET-OPER DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PIN DELIMITED BY SPACE
           INTO WS-PIN-BODY.
         CALL 'audit-chain'
           USING WS-PIN-SEED, WS-PIN-BODY, WS-PIN-CHECK
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-OPER : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'audit-chain' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.

      *> The journal images leave the PIN check out.
       IMAGE-BEFORE.
         MOVE WS-OT-ENTRY (WS-FOUND-IDX) TO WS-OP-BEFORE.
         MOVE ALL "*" TO WS-OP-BEFORE (10:16).

       IMAGE-AFTER.
         MOVE WS-OT-ENTRY (WS-FOUND-IDX) TO WS-OP-AFTER.
         MOVE ALL "*" TO WS-OP-AFTER (10:16).

       REWRITE-REGISTER.
         OPEN OUTPUT WARO-OPERATOR-FILE.
         PERFORM WRITE-ONE-OPERATOR
           VARYING I FROM 1 BY 1 UNTIL I > WS-OPERATOR-COUNT.
         CLOSE WARO-OPERATOR-FILE.

       WRITE-ONE-OPERATOR.
         MOVE WS-OT-ENTRY (I) TO WARO-OPERATOR-REC.
         WRITE WARO-OPERATOR-REC.

       REPORT-ONE-OPERATOR.
         MOVE WS-OT-LEVEL (I) TO WS-LEVEL-IN.
         PERFORM NAME-LEVEL.
         IF WS-OT-STATUS (I) = "A"
           MOVE "ACTIVE" TO WS-STATUS-WORD
         ELSE
           MOVE "REVOKED" TO WS-STATUS-WORD
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-OPER : " DELIMITED BY SIZE
           WS-OT-ID (I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-LEVEL-WORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-STATUS-WORD DELIMITED BY SIZE
           " added " DELIMITED BY SIZE
           WS-OT-ADDED-DATE (I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-OT-NAME (I) DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

      *> The signed-on operator must hold WS-OP-LEVEL.
       CHECK-OPERATOR.
         MOVE "A" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-OPER : REFUSED - " DELIMITED BY SIZE
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
           MOVE "WARO-OPER : WARNING - change journal not written"
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
             STRING "WARO-OPER : SEVERE ERROR - subprogram "
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
