       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-NOTIFY.
      *> Builds the night's outbound notification queue. Every
      *> member-facing message the other programs left on the
      *> WARO-NOTICE feed - milestones, inactivity warnings,
      *> clawback reminders, standby seats, statements - is
      *> addressed from the member's WARO-CONTACT details and
      *> queued on WARO-NOTIFYQ for the shop's mailing service:
      *>   - by email or phone text, as the member prefers;
      *>   - not at all for a member who has opted out;
      *>   - not at all, and reported for the desk to chase, for
      *>     a member with no way to be reached.
      *> Whatever becomes of a notice is written to the
      *> WARO-NOTIFYLOG send log, and the feed is then emptied
      *> so a rerun never sends a message twice. No parm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WARONTS.
         COPY WAROCTS.
         COPY WAROPMS.
         COPY WARONQS.
         COPY WARONLS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WARONTR.
         COPY WAROCTR.
         COPY WAROPMR.
         COPY WARONQR.
         COPY WARONLR.
         WORKING-STORAGE SECTION.
         01 WS-NOTICE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-CONTACT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PLAYERS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-NOTIFYQ-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-NOTIFYLOG-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-NOTICE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-NOTICE-EOF VALUE "Y".
         01 WS-CONTACT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-CONTACT-EOF VALUE "Y".
         01 WS-PLAYERS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PLAYERS-EOF VALUE "Y".
         01 WS-TODAY PIC 9(8) VALUE 0.

         78 NUM-CONTACT-MAX VALUE 200.
         01 WS-CONTACT-TABLE.
            02 WS-CONTACT-ENTRY OCCURS NUM-CONTACT-MAX TIMES.
               03 WS-CT-PLAYER-ID PIC 9(4).
               03 WS-CT-PREFERENCE PIC X(1).
               03 WS-CT-PHONE PIC X(15).
               03 WS-CT-EMAIL PIC X(50).
         01 WS-CONTACT-COUNT PIC 9(3) VALUE 0.
         01 WS-CONTACT-IDX PIC 9(3) VALUE 0.

         78 NUM-MEMBERS-MAX VALUE 200.
         01 WS-MEMBER-TABLE.
            02 WS-MEMBER-ENTRY OCCURS NUM-MEMBERS-MAX TIMES.
               03 WS-MEMBER-ID PIC 9(4).
               03 WS-MEMBER-NAME PIC X(20).
         01 WS-MEMBER-COUNT PIC 9(3) VALUE 0.
         01 WS-MEMBER-NAME-FOUND PIC X(20) VALUE SPACES.

         01 WS-CHANNEL PIC X(1) VALUE SPACES.
         01 WS-ADDRESS PIC X(50) VALUE SPACES.
         01 WS-DISPOSITION PIC X(1) VALUE SPACES.
         01 WS-READ-COUNT PIC 9(5) VALUE 0.
         01 WS-QUEUED-COUNT PIC 9(5) VALUE 0.
         01 WS-OPTOUT-COUNT PIC 9(5) VALUE 0.
         01 WS-NOCONTACT-COUNT PIC 9(5) VALUE 0.
         01 I PIC 9(3).

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         OPEN INPUT WARO-NOTICE-FILE.
         IF WS-NOTICE-FILE-STATUS NOT = "00"
           MOVE "WARO-NOTIFY : no WARO-NOTICE feed - nothing to send"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO BEGIN-EXIT
         END-IF.
         PERFORM LOAD-CONTACT-DETAILS THRU LOAD-CONTACT-DETAILS-EXIT.
         PERFORM LOAD-MEMBER-NAMES THRU LOAD-MEMBER-NAMES-EXIT.

         OPEN EXTEND WARO-NOTIFYQ-FILE.
         IF WS-NOTIFYQ-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-NOTIFYQ-FILE
         END-IF.
         OPEN EXTEND WARO-NOTIFYLOG-FILE.
         IF WS-NOTIFYLOG-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-NOTIFYLOG-FILE
         END-IF.
         PERFORM SEND-ONE-NOTICE UNTIL WARO-NOTICE-EOF.
         CLOSE WARO-NOTIFYLOG-FILE.
         CLOSE WARO-NOTIFYQ-FILE.
         CLOSE WARO-NOTICE-FILE.

      *> Everything on the feed is now queued or logged; empty it
      *> so tomorrow starts clean and a rerun sends nothing.
         OPEN OUTPUT WARO-NOTICE-FILE.
         CLOSE WARO-NOTICE-FILE.
         PERFORM REPORT-TOTALS.
       BEGIN-EXIT.
         MOVE "WARO-NOTIFY Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         STOP RUN.

       LOAD-CONTACT-DETAILS.
         OPEN INPUT WARO-CONTACT-FILE.
         IF WS-CONTACT-FILE-STATUS NOT = "00"
           MOVE "WARO-NOTIFY : no WARO-CONTACT details on file"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO LOAD-CONTACT-DETAILS-EXIT
         END-IF.
         PERFORM LOAD-ONE-CONTACT
           UNTIL WARO-CONTACT-EOF
             OR WS-CONTACT-COUNT = NUM-CONTACT-MAX.
         CLOSE WARO-CONTACT-FILE.
       LOAD-CONTACT-DETAILS-EXIT.
         EXIT.

       LOAD-ONE-CONTACT.
         READ WARO-CONTACT-FILE
           AT END
             MOVE "Y" TO WS-CONTACT-EOF-SW
           NOT AT END
             ADD 1 TO WS-CONTACT-COUNT
             MOVE WCT-PLAYER-ID TO WS-CT-PLAYER-ID (WS-CONTACT-COUNT)
             MOVE WCT-PREFERENCE
               TO WS-CT-PREFERENCE (WS-CONTACT-COUNT)
             MOVE WCT-PHONE TO WS-CT-PHONE (WS-CONTACT-COUNT)
             MOVE WCT-EMAIL TO WS-CT-EMAIL (WS-CONTACT-COUNT)
         END-READ.

       LOAD-MEMBER-NAMES.
         OPEN INPUT WARO-PLAYERS-FILE.
         IF WS-PLAYERS-FILE-STATUS NOT = "00"
           GO TO LOAD-MEMBER-NAMES-EXIT
         END-IF.
         PERFORM LOAD-ONE-MEMBER
           UNTIL WARO-PLAYERS-EOF OR WS-MEMBER-COUNT = NUM-MEMBERS-MAX.
         CLOSE WARO-PLAYERS-FILE.
       LOAD-MEMBER-NAMES-EXIT.
         EXIT.

       LOAD-ONE-MEMBER.
         READ WARO-PLAYERS-FILE
           AT END
             MOVE "Y" TO WS-PLAYERS-EOF-SW
           NOT AT END
             ADD 1 TO WS-MEMBER-COUNT
             MOVE WPM-PLAYER-ID TO WS-MEMBER-ID (WS-MEMBER-COUNT)
             MOVE WPM-PLAYER-NAME TO WS-MEMBER-NAME (WS-MEMBER-COUNT)
         END-READ.

      *> One notice off the feed: address it the member's way,
      *> or hold it back, and log which.
       SEND-ONE-NOTICE.
         READ WARO-NOTICE-FILE
           AT END
             MOVE "Y" TO WS-NOTICE-EOF-SW
           NOT AT END
             ADD 1 TO WS-READ-COUNT
             PERFORM ADDRESS-ONE-NOTICE
             PERFORM LOG-ONE-NOTICE
         END-READ.

       ADDRESS-ONE-NOTICE.
         MOVE 0 TO WS-CONTACT-IDX.
         PERFORM FIND-ONE-CONTACT
           VARYING I FROM 1 BY 1
             UNTIL I > WS-CONTACT-COUNT OR WS-CONTACT-IDX > 0.
         MOVE SPACES TO WS-CHANNEL.
         MOVE SPACES TO WS-ADDRESS.
         MOVE "N" TO WS-DISPOSITION.
         IF WS-CONTACT-IDX > 0
           EVALUATE TRUE
             WHEN WS-CT-PREFERENCE (WS-CONTACT-IDX) = "O"
               MOVE "O" TO WS-DISPOSITION
             WHEN WS-CT-PREFERENCE (WS-CONTACT-IDX) = "E"
                 AND WS-CT-EMAIL (WS-CONTACT-IDX) NOT = SPACES
               MOVE "E" TO WS-CHANNEL
               MOVE WS-CT-EMAIL (WS-CONTACT-IDX) TO WS-ADDRESS
               MOVE "Q" TO WS-DISPOSITION
             WHEN WS-CT-PREFERENCE (WS-CONTACT-IDX) = "P"
                 AND WS-CT-PHONE (WS-CONTACT-IDX) NOT = SPACES
               MOVE "P" TO WS-CHANNEL
               MOVE WS-CT-PHONE (WS-CONTACT-IDX) TO WS-ADDRESS
               MOVE "Q" TO WS-DISPOSITION
             WHEN OTHER
               CONTINUE
           END-EVALUATE
         END-IF.
         EVALUATE WS-DISPOSITION
           WHEN "Q"
             PERFORM QUEUE-ONE-NOTICE
           WHEN "O"
             ADD 1 TO WS-OPTOUT-COUNT
           WHEN OTHER
             ADD 1 TO WS-NOCONTACT-COUNT
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-NOTIFY : NO CONTACT id " DELIMITED BY SIZE
               WNT-PLAYER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WNT-SOURCE DELIMITED BY SIZE
               " notice of " DELIMITED BY SIZE
               WNT-NOTICE-DATE DELIMITED BY SIZE
               " not sent" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
         END-EVALUATE.

       FIND-ONE-CONTACT.
         IF WS-CT-PLAYER-ID (I) = WNT-PLAYER-ID
           MOVE I TO WS-CONTACT-IDX
         END-IF.

       QUEUE-ONE-NOTICE.
         MOVE SPACES TO WS-MEMBER-NAME-FOUND.
         PERFORM FIND-ONE-MEMBER-NAME
           VARYING I FROM 1 BY 1 UNTIL I > WS-MEMBER-COUNT.
         MOVE SPACES TO WARO-NOTIFYQ-REC.
         MOVE WS-TODAY TO WNQ-QUEUE-DATE.
         MOVE WNT-NOTICE-DATE TO WNQ-NOTICE-DATE.
         MOVE WNT-PLAYER-ID TO WNQ-PLAYER-ID.
         MOVE WS-CHANNEL TO WNQ-CHANNEL.
         MOVE WS-ADDRESS TO WNQ-ADDRESS.
         MOVE WS-MEMBER-NAME-FOUND TO WNQ-PLAYER-NAME.
         MOVE WNT-SOURCE TO WNQ-SOURCE.
         MOVE WNT-TEXT TO WNQ-TEXT.
         WRITE WARO-NOTIFYQ-REC.
         ADD 1 TO WS-QUEUED-COUNT.

       FIND-ONE-MEMBER-NAME.
         IF WS-MEMBER-ID (I) = WNT-PLAYER-ID
           MOVE WS-MEMBER-NAME (I) TO WS-MEMBER-NAME-FOUND
         END-IF.

       LOG-ONE-NOTICE.
         MOVE SPACES TO WARO-NOTIFYLOG-REC.
         MOVE WS-TODAY TO WNL-LOG-DATE.
         MOVE WNT-NOTICE-DATE TO WNL-NOTICE-DATE.
         MOVE WNT-PLAYER-ID TO WNL-PLAYER-ID.
         MOVE WNT-SOURCE TO WNL-SOURCE.
         MOVE WS-DISPOSITION TO WNL-DISPOSITION.
         MOVE WS-CHANNEL TO WNL-CHANNEL.
         MOVE WS-ADDRESS TO WNL-ADDRESS.
         WRITE WARO-NOTIFYLOG-REC.

       REPORT-TOTALS.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-NOTIFY : " DELIMITED BY SIZE
           WS-READ-COUNT DELIMITED BY SIZE
           " notice(s), queued " DELIMITED BY SIZE
           WS-QUEUED-COUNT DELIMITED BY SIZE
           " opted out " DELIMITED BY SIZE
           WS-OPTOUT-COUNT DELIMITED BY SIZE
           " unreachable " DELIMITED BY SIZE
           WS-NOCONTACT-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-NOCONTACT-COUNT > 0
           MOVE 4 TO RETURN-CODE
         END-IF.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
