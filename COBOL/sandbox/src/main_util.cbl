               01 WS-STUDENT-ID PIC 9(4).
               01 WS-STUDENT-NAME PIC A(15).
               01 WS-STUDENT-FOUND PIC X(1).
               01 WS-CLASS-SECTION PIC X(4).
               01 WS-TEACHER PIC X(12).
               01 WS-ASK-NAME PIC X(15) VALUE SPACES.
               01 WS-MATCH-FLAG PIC X(1) VALUE "P".
               01 WS-MATCH-COUNT PIC 9(2) VALUE 0.
                     03 WS-MATCH-ID PIC 9(4).
                     03 WS-MATCH-NAME PIC A(15).
                     03 WS-MATCH-ENROLLED PIC X(1).
                     03 WS-MATCH-CLASS-SECTION PIC X(4).
                     03 WS-MATCH-TEACHER PIC X(12).
               01 WS-MATCH-IDX PIC 9(2) VALUE 0.
               01 WS-SHOWN-COUNT PIC 9(2) VALUE 0.
               01 WS-ROSTER-LINE PIC X(80) VALUE SPACES.
                       TO WS-STUDENT-ID
                     MOVE SPACES TO WS-STUDENT-NAME
                     CALL 'UTIL' USING WS-STUDENT-ID,
                       WS-STUDENT-NAME, WS-STUDENT-FOUND,
                       WS-CLASS-SECTION, WS-TEACHER
                     PERFORM WRITE-ROSTER-ENTRY
                   ELSE
                     PERFORM LOOKUP-BY-NAME
                   END-IF
               END-READ.

           *> A name request returns every match - the id, name,
           *> enrollment flag and class per line - through the
           *> UTILNAME companion of UTIL.
            LOOKUP-BY-NAME.
               ADD 1 TO WS-REQUESTED-COUNT.
               MOVE STUDENT-REQUEST-REC (1:15) TO WS-ASK-NAME.
                 WS-MATCH-NAME (WS-MATCH-IDX) DELIMITED BY SIZE
                 "  Enrolled : " DELIMITED BY SIZE
                 WS-MATCH-ENROLLED (WS-MATCH-IDX) DELIMITED BY SIZE
                 " Class: " DELIMITED BY SIZE
                 WS-MATCH-CLASS-SECTION (WS-MATCH-IDX)
                   DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-MATCH-TEACHER (WS-MATCH-IDX) DELIMITED BY SIZE
                 INTO WS-ROSTER-LINE.
               PERFORM WRITE-ROSTER-LINE.

                 WS-STUDENT-NAME DELIMITED BY SIZE
                 "  Found : " DELIMITED BY SIZE
                 WS-FOUND-TEXT DELIMITED BY SIZE
                 " Class: " DELIMITED BY SIZE
                 WS-CLASS-SECTION DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-TEACHER DELIMITED BY SIZE
                 INTO WS-ROSTER-LINE.
               PERFORM WRITE-ROSTER-LINE.

