      *> sweep leaves their idle clock alone - their last-played
      *> date is stale by definition and must not re-suspend them
      *> before they can play. Suspensions made by hand are never
      *> touched. Each warning, suspension and reinstatement is
      *> also put on the WARO-NOTICE feed for the member.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WARORES.
         COPY WAROROS.
         COPY WARONTS.
         SELECT WARO-INACTIVE-FILE ASSIGN TO "WARO-INACTIVE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INACTIVE-FILE-STATUS.
         COPY WARORPT.
         COPY WARORSF.
         COPY WARORSR.
         COPY WARONTR.
         FD WARO-INACTIVE-FILE.
         01 WARO-INACTIVE-REC.
            02 WIA-PLAYER-ID PIC 9(4).
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ROSTER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-INACTIVE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-NOTICE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-NOTICE-TEXT PIC X(72) VALUE SPACES.
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-RESULTS-EOF-SW PIC X(1) VALUE "N".
                 WS-LAST-DATE DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT
               MOVE SPACES TO WS-NOTICE-TEXT
               STRING "We have missed you at the WARO tables - "
                 DELIMITED BY SIZE
                 "last played " DELIMITED BY SIZE
                 WS-LAST-DATE DELIMITED BY SIZE
                 INTO WS-NOTICE-TEXT
               PERFORM WRITE-NOTICE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           " day(s)" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-NOTICE-TEXT.
         STRING "Your WARO seat is suspended after " DELIMITED BY SIZE
           WS-SUSP-DAYS DELIMITED BY SIZE
           " idle days - see the desk to return" DELIMITED BY SIZE
           INTO WS-NOTICE-TEXT.
         PERFORM WRITE-NOTICE.

      *> An ACTIVE seat still carrying one of this sweep's own
      *> suspension entries was reinstated at the desk since the
             " auto-suspension" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE "Welcome back - your WARO seat is active again"
             TO WS-NOTICE-TEXT
           PERFORM WRITE-NOTICE
         END-IF.

       FIND-SEAT-LAST-DATE.
           WRITE WARO-INACTIVE-REC
         END-IF.

      *> The member hears of it too, through the notice feed.
       WRITE-NOTICE.
         OPEN EXTEND WARO-NOTICE-FILE.
         IF WS-NOTICE-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-NOTICE-FILE
         END-IF.
         MOVE SPACES TO WARO-NOTICE-REC.
         MOVE WS-TODAY TO WNT-NOTICE-DATE.
         MOVE WS-ROSTER-ID (X) TO WNT-PLAYER-ID.
         MOVE "INACTIVE" TO WNT-SOURCE.
         MOVE WS-NOTICE-TEXT TO WNT-TEXT.
         WRITE WARO-NOTICE-REC.
         CLOSE WARO-NOTICE-FILE.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
