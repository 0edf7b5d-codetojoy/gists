         01 WS-FOUND-IDX PIC 9(2) VALUE 0.
         01 I PIC 9(2).

      *> oper-util parameters: who is signed on, the level the
      *> action needs, and the journal images of the change.
         01 WS-OP-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-OP-PROGRAM PIC X(12) VALUE "WARO-ROSTER".
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
         PERFORM READ-CURRENT-ROSTER THRU READ-CURRENT-ROSTER-EXIT.

      *> Seating changes need a signed-on clerk; discipline,
      *> handicaps and divisions need a supervisor.
         EVALUATE WS-ACTION
           WHEN "ADD"
           WHEN "DELETE"
           WHEN "STANDBY"
             MOVE 1 TO WS-OP-LEVEL
           WHEN "SUSPEND"
           WHEN "REINSTATE"
           WHEN "RETIRE"
           WHEN "HANDICAP"
           WHEN "DIVISION"
             MOVE 2 TO WS-OP-LEVEL
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
             PERFORM ADD-NAME THRU ADD-NAME-EXIT
             TO WS-ROSTER-HANDICAP (WS-ROSTER-COUNT)
           MOVE "A" TO WS-ROSTER-DIVISION (WS-ROSTER-COUNT)
           PERFORM REWRITE-ROSTER
           MOVE SPACES TO WS-OP-BEFORE
           MOVE WS-ROSTER-ENTRY (WS-ROSTER-COUNT) TO WS-OP-AFTER
           PERFORM JOURNAL-CHANGE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ROSTER : added '" DELIMITED BY SIZE
             WS-TARGET-NAME DELIMITED BY SIZE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
         ELSE
           MOVE WS-ROSTER-ENTRY (WS-FOUND-IDX) TO WS-OP-BEFORE
           PERFORM CLOSE-ROSTER-GAP
             VARYING I FROM WS-FOUND-IDX BY 1
               UNTIL I > WS-ROSTER-COUNT - 1
           SUBTRACT 1 FROM WS-ROSTER-COUNT
           PERFORM REWRITE-ROSTER
           MOVE SPACES TO WS-OP-AFTER
           PERFORM JOURNAL-CHANGE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ROSTER : removed '" DELIMITED BY SIZE
             WS-TARGET-NAME DELIMITED BY SIZE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
         ELSE
           MOVE WS-ROSTER-ENTRY (WS-FOUND-IDX) TO WS-OP-BEFORE
           MOVE WS-TARGET-STATUS TO WS-ROSTER-STATUS (WS-FOUND-IDX)
           PERFORM REWRITE-ROSTER
           MOVE WS-ROSTER-ENTRY (WS-FOUND-IDX) TO WS-OP-AFTER
           PERFORM JOURNAL-CHANGE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ROSTER : '" DELIMITED BY SIZE
             WS-TARGET-NAME DELIMITED BY SIZE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
         ELSE
           MOVE WS-ROSTER-ENTRY (WS-FOUND-IDX) TO WS-OP-BEFORE
           MOVE WS-TARGET-HANDICAP
             TO WS-ROSTER-HANDICAP (WS-FOUND-IDX)
           PERFORM REWRITE-ROSTER
           MOVE WS-ROSTER-ENTRY (WS-FOUND-IDX) TO WS-OP-AFTER
           PERFORM JOURNAL-CHANGE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ROSTER : '" DELIMITED BY SIZE
             WS-TARGET-NAME DELIMITED BY SIZE
             PERFORM WRITE-REPORT
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE WS-ROSTER-ENTRY (WS-FOUND-IDX) TO WS-OP-BEFORE
             MOVE WS-TARGET-STRATEGY (1:1)
               TO WS-ROSTER-DIVISION (WS-FOUND-IDX)
             PERFORM REWRITE-ROSTER
             MOVE WS-ROSTER-ENTRY (WS-FOUND-IDX) TO WS-OP-AFTER
             PERFORM JOURNAL-CHANGE
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-ROSTER : '" DELIMITED BY SIZE
               WS-TARGET-NAME DELIMITED BY SIZE
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
           STRING "WARO-ROSTER : REFUSED - " DELIMITED BY SIZE
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
           MOVE "WARO-ROSTER : WARNING - change journal not written"
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
             STRING "WARO-ROSTER : SEVERE ERROR - subprogram "
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
