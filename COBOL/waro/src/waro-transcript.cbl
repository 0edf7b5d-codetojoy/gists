            02 SM-STUDENT-ID PIC 9(4).
            02 SM-STUDENT-NAME PIC A(15).
            02 SM-ENROLLED PIC X(1).
            02 SM-BIRTH-DATE PIC X(8).
            02 SM-CONSENT-DATE PIC X(8).
            02 SM-CONSENT-EXPIRY PIC X(8).
            02 SM-CLASS-SECTION PIC X(4).
            02 SM-TEACHER PIC X(12).
         COPY WARORSF.
         COPY WAROGDR.
         FD WARO-TRANSCRIPT-FILE.
      *> The student's master standing and league tallies.
         01 WS-STUDENT-NAME PIC A(15) VALUE SPACES.
         01 WS-ENROLLED-FLAG PIC X(1) VALUE SPACE.
         01 WS-CLASS-SECTION PIC X(4) VALUE SPACES.
         01 WS-TEACHER PIC X(12) VALUE SPACES.
         01 WS-ON-MASTER-SW PIC X(1) VALUE "N".
         01 WS-NIGHTS-PLAYED PIC 9(6) VALUE 0.
         01 WS-POINTS-TOTAL PIC 9(8) VALUE 0.
           END-IF
         END-IF.
         PERFORM WRITE-TRANSCRIPT.
         IF WS-TEACHER NOT = SPACES
           MOVE SPACES TO WS-TRANS-LINE
           STRING "  class section " DELIMITED BY SIZE
             WS-CLASS-SECTION DELIMITED BY SIZE
             "  homeroom teacher " DELIMITED BY SIZE
             WS-TEACHER DELIMITED BY SIZE
             INTO WS-TRANS-LINE
           PERFORM WRITE-TRANSCRIPT
         END-IF.
         MOVE SPACES TO WS-TRANS-LINE.
         STRING "  nights played " DELIMITED BY SIZE
           WS-NIGHTS-PLAYED DELIMITED BY SIZE
               MOVE "Y" TO WS-ON-MASTER-SW
               MOVE SM-STUDENT-NAME TO WS-STUDENT-NAME
               MOVE SM-ENROLLED TO WS-ENROLLED-FLAG
               MOVE SM-CLASS-SECTION TO WS-CLASS-SECTION
               MOVE SM-TEACHER TO WS-TEACHER
             END-IF
         END-READ.

