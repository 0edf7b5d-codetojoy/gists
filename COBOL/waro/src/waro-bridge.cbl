      *> rebuild, tonight's outgoing roster is appended whole to
      *> WARO-ROSTER-HIST under a snapshot date, so any night's
      *> eligibility can be reconstructed after the fact.
      *> A minor - under 18 on the run date, or with no date of
      *> birth on file - is seated only while a signed guardian
      *> consent is current; one missing or past its expiry is
      *> held back off the roster and listed on the report for
      *> the school office to chase.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            02 SM-STUDENT-ID PIC 9(4).
            02 SM-STUDENT-NAME PIC A(15).
            02 SM-ENROLLED PIC X(1).
            02 SM-BIRTH-DATE PIC X(8).
            02 SM-CONSENT-DATE PIC X(8).
            02 SM-CONSENT-EXPIRY PIC X(8).
            02 SM-CLASS-SECTION PIC X(4).
            02 SM-TEACHER PIC X(12).
         FD ROSTER-HIST-FILE.
         01 ROSTER-HIST-REC.
            02 WHR-SNAP-DATE PIC 9(8).
           88 STUDENT-MASTER-EOF VALUE "Y".
         01 WS-SEATED-COUNT PIC 9(3) VALUE 0.
         01 WS-SKIPPED-COUNT PIC 9(3) VALUE 0.
         01 WS-HELD-COUNT PIC 9(3) VALUE 0.

      *> Guardian consent gate for minors.
         01 WS-TODAY PIC 9(8) VALUE 0.
         01 WS-BIRTH-DATE PIC 9(8) VALUE 0.
         01 WS-CONSENT-EXPIRY PIC 9(8) VALUE 0.
         01 WS-AGE-YEARS PIC 9(4) VALUE 0.
         01 WS-HELD-REASON PIC X(30) VALUE SPACES.
         01 WS-CONSENT-SW PIC X(1) VALUE "Y".
           88 WARO-CONSENT-OK VALUE "Y".

      *> Yesterday's roster, held by id so tonight's rebuild can
      *> carry each known seat's status and strategy forward.
       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-SNAP-DATE FROM DATE YYYYMMDD.
         MOVE WS-SNAP-DATE TO WS-TODAY.
         PERFORM SNAPSHOT-OLD-ROSTER THRU SNAPSHOT-OLD-ROSTER-EXIT.
         PERFORM READ-OLD-ROSTER THRU READ-OLD-ROSTER-EXIT.
         OPEN INPUT STUDENT-MASTER-FILE.
           WS-SKIPPED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-HELD-COUNT > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-BRIDGE : held back " DELIMITED BY SIZE
             WS-HELD-COUNT DELIMITED BY SIZE
             " minor(s) without a current guardian consent"
               DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.
         IF WS-SEATED-COUNT = 0
           MOVE "WARO-BRIDGE : nobody is enrolled tonight"
             TO WS-REPORT-LINE
             MOVE "Y" TO WS-EOF-SWITCH
           NOT AT END
             IF SM-ENROLLED = "Y"
               PERFORM CHECK-GUARDIAN-CONSENT
                 THRU CHECK-GUARDIAN-CONSENT-EXIT
               IF WARO-CONSENT-OK
                 PERFORM SEAT-ONE-STUDENT
               ELSE
                 ADD 1 TO WS-HELD-COUNT
                 PERFORM REPORT-HELD-STUDENT
               END-IF
             ELSE
               ADD 1 TO WS-SKIPPED-COUNT
             END-IF
         END-READ.

       SEAT-ONE-STUDENT.
         ADD 1 TO WS-SEATED-COUNT.
         MOVE SPACES TO WARO-ROSTER-REC.
         MOVE SM-STUDENT-NAME (1:6) TO WRO-PLAYER-NAME.
         MOVE SM-STUDENT-ID TO WRO-PLAYER-ID.
         MOVE "A" TO WRO-STATUS.
         MOVE "HIGH" TO WRO-STRATEGY.
         MOVE 0 TO WRO-HANDICAP.
         MOVE "A" TO WRO-DIVISION.
         PERFORM CARRY-OLD-SEAT-FORWARD.
         WRITE WARO-ROSTER-REC.

      *> Age is whole years from the birth date to today, taken
      *> straight off the YYYYMMDD digits. A student with no
      *> birth date on file is treated as a minor.
       CHECK-GUARDIAN-CONSENT.
         MOVE "Y" TO WS-CONSENT-SW.
         MOVE SPACES TO WS-HELD-REASON.
         IF SM-BIRTH-DATE IS NUMERIC
           MOVE SM-BIRTH-DATE TO WS-BIRTH-DATE
         ELSE
           MOVE 0 TO WS-BIRTH-DATE
         END-IF.
         IF WS-BIRTH-DATE > 0 AND WS-BIRTH-DATE NOT > WS-TODAY
           COMPUTE WS-AGE-YEARS = (WS-TODAY - WS-BIRTH-DATE) / 10000
           IF WS-AGE-YEARS NOT < 18
             GO TO CHECK-GUARDIAN-CONSENT-EXIT
           END-IF
         END-IF.
         IF SM-CONSENT-EXPIRY IS NUMERIC
             AND SM-CONSENT-DATE IS NUMERIC
           MOVE SM-CONSENT-EXPIRY TO WS-CONSENT-EXPIRY
         ELSE
           MOVE 0 TO WS-CONSENT-EXPIRY
         END-IF.
         IF WS-CONSENT-EXPIRY = 0
           MOVE "N" TO WS-CONSENT-SW
           MOVE "no guardian consent on file" TO WS-HELD-REASON
           GO TO CHECK-GUARDIAN-CONSENT-EXIT
         END-IF.
         IF WS-CONSENT-EXPIRY < WS-TODAY
           MOVE "N" TO WS-CONSENT-SW
           MOVE "guardian consent expired" TO WS-HELD-REASON
         END-IF.
       CHECK-GUARDIAN-CONSENT-EXIT.
         EXIT.

       REPORT-HELD-STUDENT.
         MOVE SPACES TO WS-REPORT-LINE.
         IF WS-CONSENT-EXPIRY > 0
           STRING "WARO-BRIDGE : held " DELIMITED BY SIZE
             SM-STUDENT-ID DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             SM-STUDENT-NAME DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-HELD-REASON DELIMITED BY "  "
             " " DELIMITED BY SIZE
             WS-CONSENT-EXPIRY DELIMITED BY SIZE
             INTO WS-REPORT-LINE
         ELSE
           STRING "WARO-BRIDGE : held " DELIMITED BY SIZE
             SM-STUDENT-ID DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             SM-STUDENT-NAME DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-HELD-REASON DELIMITED BY "  "
             INTO WS-REPORT-LINE
         END-IF.
         PERFORM WRITE-REPORT.

       CARRY-OLD-SEAT-FORWARD.
         MOVE "N" TO WS-OLD-FOUND-SW.
         PERFORM MATCH-ONE-OLD-SEAT
