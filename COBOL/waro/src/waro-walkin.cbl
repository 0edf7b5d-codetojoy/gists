      *>     membership review (convert or purge).
      *>   CONVERT <id> - clear the provisional flag; the member
      *>     keeps the id (every posted result already carries it).
      *> REGISTER needs a signed-on clerk and CONVERT a
      *> supervisor; both go on the change journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88 WARO-MEMBER-TABLE-FULL VALUE "Y".
         01 I PIC 9(3).

      *> oper-util parameters: who is signed on, the level the
      *> action needs, and the journal images of the change.
         01 WS-OP-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-OP-PROGRAM PIC X(12) VALUE "WARO-WALKIN".
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
         PERFORM READ-ACTION-PARM.
         EVALUATE WS-ACTION
           WHEN "REGISTER"
             MOVE 1 TO WS-OP-LEVEL
           WHEN "CONVERT"
             MOVE 2 TO WS-OP-LEVEL
           WHEN OTHER
             MOVE 0 TO WS-OP-LEVEL
         END-EVALUATE.
         IF WS-OP-LEVEL > 0
           PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT
           IF RETURN-CODE > 0
             STOP RUN
           END-IF
         END-IF.
         EVALUATE WS-ACTION
           WHEN "REGISTER"
             PERFORM REGISTER-WALKIN THRU REGISTER-WALKIN-EXIT
         END-IF.
         PERFORM APPEND-MEMBER-STUB.
         PERFORM APPEND-ROSTER-SEAT.
         MOVE SPACES TO WS-OP-BEFORE.
         PERFORM JOURNAL-CHANGE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-WALKIN : registered '" DELIMITED BY SIZE
           WS-TARGET-NAME DELIMITED BY SIZE
         MOVE "P" TO WPM-PROV-FLAG.
         MOVE 0 TO WPM-WIN-CAP.
         MOVE 0 TO WPM-LOSS-CAP.
         MOVE WARO-PLAYER-REC TO WS-OP-AFTER.
         WRITE WARO-PLAYER-REC.
         CLOSE WARO-PLAYERS-FILE.

           VARYING I FROM 1 BY 1 UNTIL I > WS-MEMBER-COUNT.
         IF WARO-WALKIN-CONVERTED
           PERFORM REWRITE-MEMBERS
           PERFORM JOURNAL-CHANGE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-WALKIN : id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
       CLEAR-ONE-PROV-FLAG.
         IF WS-MEMBER-ID (I) = WS-TARGET-ID
             AND WS-MEMBER-PROV (I) = "P"
           MOVE WS-MEMBER-ENTRY (I) TO WS-OP-BEFORE
           MOVE SPACE TO WS-MEMBER-PROV (I)
           MOVE WS-MEMBER-ENTRY (I) TO WS-OP-AFTER
           MOVE "Y" TO WS-CONVERTED-SW
         END-IF.

         MOVE WS-MEMBER-LOSS-CAP (I) TO WPM-LOSS-CAP.
         WRITE WARO-PLAYER-REC.

      *> The signed-on operator must hold WS-OP-LEVEL; a refusal
      *> is already on the change journal when it comes back.
       CHECK-OPERATOR.
         MOVE WS-ACTION TO WS-OP-ACTION.
         MOVE "A" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-WALKIN : REFUSED - " DELIMITED BY SIZE
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
           MOVE "WARO-WALKIN : WARNING - change journal not written"
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
             STRING "WARO-WALKIN : SEVERE ERROR - subprogram "
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
