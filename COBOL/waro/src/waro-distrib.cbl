       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-DISTRIB.
      *> Report distribution, run at the end of the nightly chain.
      *> The WARO-DISTTBL table says which report goes to whom:
      *>   "R" rows - one recipient of one report: how it is
      *>     delivered ("E" email, "P" printer, "F" file drop, or
      *>     "M" the member's own contact details), the address,
      *>     which part of the report (*ALL, one section key, or
      *>     *EACH - every section to the member whose id is its
      *>     key) and whether the report is expected every night;
      *>   "B" rows - how to burst a multi-section report: a
      *>     section starts at a line beginning with the marker
      *>     text, and its key (a division, a site, a member id)
      *>     sits at the given column of that line. Lines before
      *>     the first section are the heading every piece gets.
      *>     An optional end marker closes the last section: what
      *>     follows it (report totals, say) goes to *ALL only.
      *> A report is read from its own file when it has one
      *> (WARO-MORNING, WARO-POSITION, WARO-STATEMENT,
      *> WARO-LOYALSTMT, WARO-DUESRPT); any other name is taken
      *> as the program's own lines on the shared WARO-REPORT log.
      *> Only what was written since the last distribution goes
      *> out: a high-water record per source on WARO-DISTLOG says
      *> how far each file was read, and a file rewritten since
      *> is read from the top.
      *> Each recipient's pieces are packaged together on
      *> WARO-DISTPKG for the mail and print services: a package
      *> header, a piece header per report, the report lines and
      *> a package trailer. Every piece sent is logged on
      *> WARO-DISTLOG with the time, and so is every piece that
      *> could not be - an expected report not produced, a
      *> section not found, a member with no contact details or
      *> opted out - which ends the run at completion 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT WARO-DISTTBL-FILE ASSIGN TO "WARO-DISTTBL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISTTBL-FILE-STATUS.
         SELECT WARO-DISTLOG-FILE ASSIGN TO "WARO-DISTLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISTLOG-FILE-STATUS.
         SELECT WARO-DISTPKG-FILE ASSIGN TO "WARO-DISTPKG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISTPKG-FILE-STATUS.
         SELECT WARO-MORNING-FILE ASSIGN TO "WARO-MORNING"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOURCE-FILE-STATUS.
         SELECT WARO-POSITION-FILE ASSIGN TO "WARO-POSITION"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOURCE-FILE-STATUS.
         SELECT WARO-STATEMENT-FILE ASSIGN TO "WARO-STATEMENT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOURCE-FILE-STATUS.
         SELECT WARO-LOYALSTMT-FILE ASSIGN TO "WARO-LOYALSTMT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOURCE-FILE-STATUS.
         SELECT WARO-DUESRPT-FILE ASSIGN TO "WARO-DUESRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOURCE-FILE-STATUS.
         COPY WAROCTS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROCTR.
         FD WARO-DISTTBL-FILE.
         01 WARO-DISTTBL-REC.
            02 WDB-ROW-TYPE PIC X(01).
              88 WDB-RECIPIENT-ROW VALUE "R".
              88 WDB-BURST-ROW VALUE "B".
            02 FILLER PIC X(01).
            02 WDB-REPORT PIC X(16).
            02 FILLER PIC X(01).
            02 WDB-RECIPIENT-BODY.
               03 WDB-RECIPIENT PIC X(08).
               03 FILLER PIC X(01).
               03 WDB-METHOD PIC X(01).
                 88 WDB-BY-EMAIL VALUE "E".
                 88 WDB-BY-PRINTER VALUE "P".
                 88 WDB-BY-FILE-DROP VALUE "F".
                 88 WDB-BY-MEMBER-CONTACT VALUE "M".
               03 FILLER PIC X(01).
               03 WDB-SECTION PIC X(08).
               03 FILLER PIC X(01).
               03 WDB-EXPECTED PIC X(01).
               03 FILLER PIC X(01).
               03 WDB-ADDRESS PIC X(50).
            02 WDB-BURST-BODY REDEFINES WDB-RECIPIENT-BODY.
               03 WDB-KEY-COLUMN PIC 9(03).
               03 FILLER PIC X(01).
               03 WDB-KEY-LENGTH PIC 9(02).
               03 FILLER PIC X(01).
               03 WDB-MARKER-LENGTH PIC 9(02).
               03 FILLER PIC X(01).
               03 WDB-MARKER PIC X(30).
               03 FILLER PIC X(01).
               03 WDB-END-LENGTH PIC 9(02).
               03 FILLER PIC X(01).
               03 WDB-END-MARKER PIC X(28).
         FD WARO-DISTLOG-FILE.
         01 WARO-DISTLOG-REC.
            02 WDX-RECORD-TYPE PIC X(02).
              88 WDX-SENT VALUE "SN".
              88 WDX-NOT-SENT VALUE "NS".
              88 WDX-HIGH-WATER VALUE "HW".
            02 FILLER PIC X(01).
            02 WDX-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WDX-TIME PIC 9(06).
            02 FILLER PIC X(01).
            02 WDX-DELIVERY-BODY.
               03 WDX-RECIPIENT PIC X(08).
               03 FILLER PIC X(01).
               03 WDX-REPORT PIC X(16).
               03 FILLER PIC X(01).
               03 WDX-SECTION PIC X(08).
               03 FILLER PIC X(01).
               03 WDX-METHOD PIC X(01).
               03 FILLER PIC X(01).
               03 WDX-PACKAGE-NO PIC 9(06).
               03 FILLER PIC X(01).
               03 WDX-LINES PIC 9(06).
               03 FILLER PIC X(01).
               03 WDX-DETAIL PIC X(50).
            02 WDX-HIGH-WATER-BODY REDEFINES WDX-DELIVERY-BODY.
               03 WDX-HW-SOURCE PIC X(16).
               03 FILLER PIC X(01).
               03 WDX-HW-LINES PIC 9(08).
               03 FILLER PIC X(01).
               03 WDX-HW-FIRST-TEXT PIC X(37).
               03 FILLER PIC X(01).
               03 WDX-HW-LAST-TEXT PIC X(37).
         FD WARO-DISTPKG-FILE.
         01 WARO-DISTPKG-REC.
            02 WPK-RECORD-TYPE PIC X(02).
              88 WPK-PACKAGE-HEAD VALUE "PK".
              88 WPK-PIECE-HEAD VALUE "PC".
              88 WPK-REPORT-LINE VALUE "LN".
              88 WPK-PACKAGE-END VALUE "PE".
            02 FILLER PIC X(01).
            02 WPK-PACKAGE-NO PIC 9(06).
            02 FILLER PIC X(01).
            02 WPK-LINE-TEXT PIC X(132).
            02 WPK-HEAD-BODY REDEFINES WPK-LINE-TEXT.
               03 WPK-RECIPIENT PIC X(08).
               03 FILLER PIC X(01).
               03 WPK-METHOD PIC X(01).
               03 FILLER PIC X(01).
               03 WPK-ADDRESS PIC X(50).
               03 FILLER PIC X(01).
               03 WPK-DATE PIC 9(08).
               03 FILLER PIC X(01).
               03 WPK-TIME PIC 9(06).
               03 FILLER PIC X(55).
            02 WPK-PIECE-BODY REDEFINES WPK-LINE-TEXT.
               03 WPK-REPORT PIC X(16).
               03 FILLER PIC X(01).
               03 WPK-SECTION PIC X(08).
               03 FILLER PIC X(107).
            02 WPK-END-BODY REDEFINES WPK-LINE-TEXT.
               03 WPK-PIECES PIC 9(03).
               03 FILLER PIC X(01).
               03 WPK-LINES PIC 9(06).
               03 FILLER PIC X(122).
         FD WARO-MORNING-FILE.
         01 WARO-MORNING-REC PIC X(132).
         FD WARO-POSITION-FILE.
         01 WARO-POSITION-REC PIC X(132).
         FD WARO-STATEMENT-FILE.
         01 WARO-STATEMENT-REC PIC X(132).
         FD WARO-LOYALSTMT-FILE.
         01 WARO-LOYALSTMT-REC PIC X(132).
         FD WARO-DUESRPT-FILE.
         01 WARO-DUESRPT-REC PIC X(132).
         WORKING-STORAGE SECTION.
         01 WS-DISTTBL-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-DISTLOG-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-DISTPKG-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-SOURCE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-CONTACT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-DIST-EOF VALUE "Y".
         01 WS-TODAY PIC 9(8) VALUE 0.
         01 WS-NOW PIC 9(8) VALUE 0.
         01 WS-NOW-TIME PIC 9(6) VALUE 0.
         01 I PIC 9(3) VALUE 0.
         01 J PIC 9(3) VALUE 0.
         01 K PIC 9(4) VALUE 0.

      *> The distribution table: recipient rows and burst rules.
         78 NUM-ROUTES-MAX VALUE 100.
         78 NUM-BURSTS-MAX VALUE 20.
         01 WS-ROUTE-TABLE.
            02 WS-ROUTE-ENTRY OCCURS NUM-ROUTES-MAX TIMES.
               03 WS-RT-REPORT PIC X(16).
               03 WS-RT-RECIPIENT PIC X(8).
               03 WS-RT-METHOD PIC X(1).
               03 WS-RT-SECTION PIC X(8).
               03 WS-RT-EXPECTED PIC X(1).
               03 WS-RT-ADDRESS PIC X(50).
               03 WS-RT-DONE-SW PIC X(1).
         01 WS-ROUTE-COUNT PIC 9(3) VALUE 0.
         01 WS-BURST-TABLE.
            02 WS-BURST-ENTRY OCCURS NUM-BURSTS-MAX TIMES.
               03 WS-BR-REPORT PIC X(16).
               03 WS-BR-KEY-COLUMN PIC 9(3).
               03 WS-BR-KEY-LENGTH PIC 9(2).
               03 WS-BR-MARKER-LENGTH PIC 9(2).
               03 WS-BR-MARKER PIC X(30).
               03 WS-BR-END-LENGTH PIC 9(2).
               03 WS-BR-END-MARKER PIC X(28).
         01 WS-BURST-COUNT PIC 9(2) VALUE 0.
         01 WS-TABLE-FULL-SW PIC X(1) VALUE "N".
           88 WARO-DISTTBL-FULL VALUE "Y".

      *> The report sources: WARO-REPORT first, then the reports
      *> that have files of their own. For each, how far the last
      *> distribution read and where tonight's new lines start.
         78 NUM-SOURCES VALUE 6.
         01 WS-SOURCE-NAMES.
            02 FILLER PIC X(16) VALUE "WARO-REPORT".
            02 FILLER PIC X(16) VALUE "WARO-MORNING".
            02 FILLER PIC X(16) VALUE "WARO-POSITION".
            02 FILLER PIC X(16) VALUE "WARO-STATEMENT".
            02 FILLER PIC X(16) VALUE "WARO-LOYALSTMT".
            02 FILLER PIC X(16) VALUE "WARO-DUESRPT".
         01 WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
            02 WS-SOURCE-NAME PIC X(16) OCCURS 6 TIMES.
         01 WS-SOURCE-TABLE.
            02 WS-SOURCE-ENTRY OCCURS 6 TIMES.
               03 WS-SR-PRESENT-SW PIC X(1).
                 88 WARO-SOURCE-PRESENT VALUE "Y".
               03 WS-SR-HW-LINES PIC 9(8).
               03 WS-SR-HW-FIRST-TEXT PIC X(37).
               03 WS-SR-HW-TEXT PIC X(37).
               03 WS-SR-HW-MATCH-SW PIC X(1).
               03 WS-SR-TOTAL PIC 9(8).
               03 WS-SR-START PIC 9(8).
               03 WS-SR-FIRST-TEXT PIC X(37).
               03 WS-SR-LAST-TEXT PIC X(37).
         01 WS-SRC PIC 9(1) VALUE 0.
         01 WS-LINE-NO PIC 9(8) VALUE 0.
         01 WS-SOURCE-LINE PIC X(132) VALUE SPACES.
         01 WS-PUT-LINE PIC X(132) VALUE SPACES.

      *> The member contact details, for *EACH pieces.
         78 NUM-CONTACTS-MAX VALUE 1000.
         01 WS-CONTACT-TABLE.
            02 WS-CONTACT-ENTRY OCCURS NUM-CONTACTS-MAX TIMES.
               03 WS-CN-PLAYER-ID PIC 9(4).
               03 WS-CN-PREFERENCE PIC X(1).
               03 WS-CN-PHONE PIC X(15).
               03 WS-CN-EMAIL PIC X(50).
         01 WS-CONTACT-COUNT PIC 9(4) VALUE 0.
         01 WS-CONTACT-IDX PIC 9(4) VALUE 0.

      *> The piece being cut: which row, its source, the program
      *> prefix its lines carry on WARO-REPORT, its burst rule.
         01 WS-ROUTE-IDX PIC 9(3) VALUE 0.
         01 WS-BURST-IDX PIC 9(2) VALUE 0.
         01 WS-PREFIX-LEN PIC 9(2) VALUE 0.
         01 WS-IN-SECTION-SW PIC X(1) VALUE "N".
           88 WARO-IN-HEADING VALUE "N".
           88 WARO-IN-SECTION VALUE "Y".
           88 WARO-IN-TRAILER VALUE "T".
         01 WS-TAKE-SW PIC X(1) VALUE "N".
           88 WARO-TAKE-LINE VALUE "Y".
         01 WS-SECTION-KEY PIC X(8) VALUE SPACES.
         01 WS-PIECE-OPEN-SW PIC X(1) VALUE "N".
           88 WARO-PIECE-OPEN VALUE "Y".
         01 WS-PIECE-LINES PIC 9(6) VALUE 0.
         01 WS-PIECE-SECTION PIC X(8) VALUE SPACES.
         01 WS-REPORT-SEEN-SW PIC X(1) VALUE "N".
           88 WARO-REPORT-SEEN VALUE "Y".
         01 WS-MEMBER-OK-SW PIC X(1) VALUE "N".
           88 WARO-MEMBER-REACHABLE VALUE "Y".
         78 NUM-HEADING-MAX VALUE 20.
         01 WS-HEADING-TABLE.
            02 WS-HEADING-LINE PIC X(132) OCCURS 20 TIMES.
         01 WS-HEADING-COUNT PIC 9(2) VALUE 0.

      *> The package being filled for the current recipient.
         01 WS-PACKAGE-OPEN-SW PIC X(1) VALUE "N".
           88 WARO-PACKAGE-OPEN VALUE "Y".
         01 WS-PACKAGE-NO PIC 9(6) VALUE 0.
         01 WS-LAST-PACKAGE-NO PIC 9(6) VALUE 0.
         01 WS-PKG-RECIPIENT PIC X(8) VALUE SPACES.
         01 WS-PKG-METHOD PIC X(1) VALUE SPACES.
         01 WS-PKG-ADDRESS PIC X(50) VALUE SPACES.
         01 WS-PKG-PIECES PIC 9(3) VALUE 0.
         01 WS-PKG-LINES PIC 9(6) VALUE 0.
         01 WS-NOT-SENT-REASON PIC X(50) VALUE SPACES.

         01 WS-PACKAGE-COUNT PIC 9(4) VALUE 0.
         01 WS-SENT-COUNT PIC 9(4) VALUE 0.
         01 WS-NOT-SENT-COUNT PIC 9(4) VALUE 0.
         01 WS-LINES-ED PIC ZZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         ACCEPT WS-NOW FROM TIME.
         MOVE WS-NOW (1:6) TO WS-NOW-TIME.
         PERFORM LOAD-DISTRIBUTION-TABLE
           THRU LOAD-DISTRIBUTION-TABLE-EXIT.
         IF RETURN-CODE > 0
           GO TO BEGIN-EXIT
         END-IF.
         PERFORM LOAD-HIGH-WATER THRU LOAD-HIGH-WATER-EXIT.
         PERFORM LOAD-CONTACTS THRU LOAD-CONTACTS-EXIT.
         PERFORM MEASURE-ONE-SOURCE THRU MEASURE-ONE-SOURCE-EXIT
           VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > NUM-SOURCES.
         OPEN EXTEND WARO-DISTPKG-FILE.
         IF WS-DISTPKG-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-DISTPKG-FILE
         END-IF.
         OPEN EXTEND WARO-DISTLOG-FILE.
         IF WS-DISTLOG-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-DISTLOG-FILE
         END-IF.
         PERFORM DISTRIBUTE-ONE-RECIPIENT
           VARYING I FROM 1 BY 1 UNTIL I > WS-ROUTE-COUNT.
         PERFORM WRITE-ONE-HIGH-WATER
           VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > NUM-SOURCES.
         CLOSE WARO-DISTLOG-FILE.
         CLOSE WARO-DISTPKG-FILE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-DISTRIB : " DELIMITED BY SIZE
           WS-PACKAGE-COUNT DELIMITED BY SIZE
           " package(s) on WARO-DISTPKG - " DELIMITED BY SIZE
           WS-SENT-COUNT DELIMITED BY SIZE
           " sent, " DELIMITED BY SIZE
           WS-NOT-SENT-COUNT DELIMITED BY SIZE
           " not sent" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WARO-DISTTBL-FULL
           MOVE "WARO-DISTRIB : NOTE - rows past the table's room were i
      -      "gnored" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         IF WS-NOT-SENT-COUNT > 0 OR WARO-DISTTBL-FULL
           MOVE 4 TO RETURN-CODE
         END-IF.
       BEGIN-EXIT.
         MOVE "WARO-DISTRIB Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         STOP RUN.

       LOAD-DISTRIBUTION-TABLE.
         MOVE "N" TO WS-EOF-SW.
         OPEN INPUT WARO-DISTTBL-FILE.
         IF WS-DISTTBL-FILE-STATUS NOT = "00"
           MOVE "WARO-DISTRIB : no WARO-DISTTBL distribution table"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 12 TO RETURN-CODE
           GO TO LOAD-DISTRIBUTION-TABLE-EXIT
         END-IF.
         PERFORM LOAD-ONE-TABLE-ROW UNTIL WARO-DIST-EOF.
         CLOSE WARO-DISTTBL-FILE.
         IF WS-ROUTE-COUNT = 0
           MOVE "WARO-DISTRIB : WARO-DISTTBL names no recipients"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 12 TO RETURN-CODE
         END-IF.
       LOAD-DISTRIBUTION-TABLE-EXIT.
         EXIT.

      *> A burst row with a marker or key that cannot be used is
      *> left out, so its report goes out whole or by *ALL only.
       LOAD-ONE-TABLE-ROW.
         READ WARO-DISTTBL-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             EVALUATE TRUE
               WHEN WDB-RECIPIENT-ROW
                 IF WS-ROUTE-COUNT < NUM-ROUTES-MAX
                   ADD 1 TO WS-ROUTE-COUNT
                   MOVE WDB-REPORT TO WS-RT-REPORT (WS-ROUTE-COUNT)
                   MOVE WDB-RECIPIENT
                     TO WS-RT-RECIPIENT (WS-ROUTE-COUNT)
                   MOVE WDB-METHOD TO WS-RT-METHOD (WS-ROUTE-COUNT)
                   MOVE WDB-SECTION TO WS-RT-SECTION (WS-ROUTE-COUNT)
                   MOVE WDB-EXPECTED
                     TO WS-RT-EXPECTED (WS-ROUTE-COUNT)
                   MOVE WDB-ADDRESS TO WS-RT-ADDRESS (WS-ROUTE-COUNT)
                   MOVE "N" TO WS-RT-DONE-SW (WS-ROUTE-COUNT)
                 ELSE
                   MOVE "Y" TO WS-TABLE-FULL-SW
                 END-IF
               WHEN WDB-BURST-ROW
                 IF WDB-KEY-COLUMN IS NUMERIC
                     AND WDB-KEY-LENGTH IS NUMERIC
                     AND WDB-MARKER-LENGTH IS NUMERIC
                     AND WDB-KEY-COLUMN > 0
                     AND WDB-KEY-LENGTH > 0 AND WDB-KEY-LENGTH < 9
                     AND WDB-KEY-COLUMN + WDB-KEY-LENGTH < 134
                     AND WDB-MARKER-LENGTH > 0
                     AND WDB-MARKER-LENGTH < 31
                     AND (WDB-END-LENGTH IS NOT NUMERIC
                       OR WDB-END-LENGTH < 29)
                   IF WS-BURST-COUNT < NUM-BURSTS-MAX
                     ADD 1 TO WS-BURST-COUNT
                     MOVE WDB-REPORT TO WS-BR-REPORT (WS-BURST-COUNT)
                     MOVE WDB-KEY-COLUMN
                       TO WS-BR-KEY-COLUMN (WS-BURST-COUNT)
                     MOVE WDB-KEY-LENGTH
                       TO WS-BR-KEY-LENGTH (WS-BURST-COUNT)
                     MOVE WDB-MARKER-LENGTH
                       TO WS-BR-MARKER-LENGTH (WS-BURST-COUNT)
                     MOVE WDB-MARKER TO WS-BR-MARKER (WS-BURST-COUNT)
                     MOVE 0 TO WS-BR-END-LENGTH (WS-BURST-COUNT)
                     IF WDB-END-LENGTH IS NUMERIC
                       MOVE WDB-END-LENGTH
                         TO WS-BR-END-LENGTH (WS-BURST-COUNT)
                     END-IF
                     MOVE WDB-END-MARKER
                       TO WS-BR-END-MARKER (WS-BURST-COUNT)
                   ELSE
                     MOVE "Y" TO WS-TABLE-FULL-SW
                   END-IF
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
         END-READ.

      *> The last high-water record for a source is the one that
      *> counts; the log's highest package number carries on.
       LOAD-HIGH-WATER.
         PERFORM CLEAR-ONE-SOURCE
           VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > NUM-SOURCES.
         MOVE "N" TO WS-EOF-SW.
         OPEN INPUT WARO-DISTLOG-FILE.
         IF WS-DISTLOG-FILE-STATUS NOT = "00"
           GO TO LOAD-HIGH-WATER-EXIT
         END-IF.
         PERFORM LOAD-ONE-LOG-REC UNTIL WARO-DIST-EOF.
         CLOSE WARO-DISTLOG-FILE.
       LOAD-HIGH-WATER-EXIT.
         EXIT.

       CLEAR-ONE-SOURCE.
         MOVE "N" TO WS-SR-PRESENT-SW (WS-SRC).
         MOVE 0 TO WS-SR-HW-LINES (WS-SRC).
         MOVE SPACES TO WS-SR-HW-FIRST-TEXT (WS-SRC).
         MOVE SPACES TO WS-SR-HW-TEXT (WS-SRC).
         MOVE "N" TO WS-SR-HW-MATCH-SW (WS-SRC).
         MOVE 0 TO WS-SR-TOTAL (WS-SRC).
         MOVE 1 TO WS-SR-START (WS-SRC).
         MOVE SPACES TO WS-SR-FIRST-TEXT (WS-SRC).
         MOVE SPACES TO WS-SR-LAST-TEXT (WS-SRC).

       LOAD-ONE-LOG-REC.
         READ WARO-DISTLOG-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WDX-HIGH-WATER
               PERFORM TAKE-ONE-HIGH-WATER
                 VARYING WS-SRC FROM 1 BY 1
                   UNTIL WS-SRC > NUM-SOURCES
             ELSE
               IF WDX-PACKAGE-NO IS NUMERIC
                   AND WDX-PACKAGE-NO > WS-LAST-PACKAGE-NO
                 MOVE WDX-PACKAGE-NO TO WS-LAST-PACKAGE-NO
               END-IF
             END-IF
         END-READ.

       TAKE-ONE-HIGH-WATER.
         IF WDX-HW-SOURCE = WS-SOURCE-NAME (WS-SRC)
             AND WDX-HW-LINES IS NUMERIC
           MOVE WDX-HW-LINES TO WS-SR-HW-LINES (WS-SRC)
           MOVE WDX-HW-FIRST-TEXT TO WS-SR-HW-FIRST-TEXT (WS-SRC)
           MOVE WDX-HW-LAST-TEXT TO WS-SR-HW-TEXT (WS-SRC)
         END-IF.

       LOAD-CONTACTS.
         MOVE "N" TO WS-EOF-SW.
         OPEN INPUT WARO-CONTACT-FILE.
         IF WS-CONTACT-FILE-STATUS NOT = "00"
           GO TO LOAD-CONTACTS-EXIT
         END-IF.
         PERFORM LOAD-ONE-CONTACT UNTIL WARO-DIST-EOF.
         CLOSE WARO-CONTACT-FILE.
       LOAD-CONTACTS-EXIT.
         EXIT.

       LOAD-ONE-CONTACT.
         READ WARO-CONTACT-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WCT-PLAYER-ID IS NUMERIC
                 AND WS-CONTACT-COUNT < NUM-CONTACTS-MAX
               ADD 1 TO WS-CONTACT-COUNT
               MOVE WCT-PLAYER-ID TO WS-CN-PLAYER-ID (WS-CONTACT-COUNT)
               MOVE WCT-PREFERENCE
                 TO WS-CN-PREFERENCE (WS-CONTACT-COUNT)
               MOVE WCT-PHONE TO WS-CN-PHONE (WS-CONTACT-COUNT)
               MOVE WCT-EMAIL TO WS-CN-EMAIL (WS-CONTACT-COUNT)
             END-IF
         END-READ.

      *> Count a source's lines and check that the first line and
      *> the line the last run stopped at are still what they
      *> were: if not, or the file is now shorter, the file was
      *> rewritten and all of it is new.
       MEASURE-ONE-SOURCE.
         MOVE "N" TO WS-EOF-SW.
         MOVE 0 TO WS-LINE-NO.
         PERFORM OPEN-SOURCE.
         IF WS-SOURCE-FILE-STATUS NOT = "00"
           GO TO MEASURE-ONE-SOURCE-EXIT
         END-IF.
         MOVE "Y" TO WS-SR-PRESENT-SW (WS-SRC).
         PERFORM MEASURE-ONE-LINE UNTIL WARO-DIST-EOF.
         PERFORM CLOSE-SOURCE.
         MOVE WS-LINE-NO TO WS-SR-TOTAL (WS-SRC).
         IF WS-SR-HW-LINES (WS-SRC) > 0
             AND WS-SR-HW-MATCH-SW (WS-SRC) = "Y"
           COMPUTE WS-SR-START (WS-SRC) = WS-SR-HW-LINES (WS-SRC) + 1
         ELSE
           MOVE 1 TO WS-SR-START (WS-SRC)
         END-IF.
       MEASURE-ONE-SOURCE-EXIT.
         EXIT.

       MEASURE-ONE-LINE.
         PERFORM READ-SOURCE.
         IF NOT WARO-DIST-EOF
           ADD 1 TO WS-LINE-NO
           MOVE WS-SOURCE-LINE (1:37) TO WS-SR-LAST-TEXT (WS-SRC)
           IF WS-LINE-NO = 1
             MOVE WS-SOURCE-LINE (1:37) TO WS-SR-FIRST-TEXT (WS-SRC)
           END-IF
           IF WS-LINE-NO = WS-SR-HW-LINES (WS-SRC)
               AND WS-SOURCE-LINE (1:37) = WS-SR-HW-TEXT (WS-SRC)
               AND WS-SR-FIRST-TEXT (WS-SRC)
                 = WS-SR-HW-FIRST-TEXT (WS-SRC)
             MOVE "Y" TO WS-SR-HW-MATCH-SW (WS-SRC)
           END-IF
         END-IF.

       OPEN-SOURCE.
         EVALUATE WS-SRC
           WHEN 1
             OPEN INPUT WARO-REPORT-FILE
             MOVE WS-REPORT-FILE-STATUS TO WS-SOURCE-FILE-STATUS
           WHEN 2 OPEN INPUT WARO-MORNING-FILE
           WHEN 3 OPEN INPUT WARO-POSITION-FILE
           WHEN 4 OPEN INPUT WARO-STATEMENT-FILE
           WHEN 5 OPEN INPUT WARO-LOYALSTMT-FILE
           WHEN 6 OPEN INPUT WARO-DUESRPT-FILE
         END-EVALUATE.

       READ-SOURCE.
         MOVE SPACES TO WS-SOURCE-LINE.
         EVALUATE WS-SRC
           WHEN 1
             READ WARO-REPORT-FILE INTO WS-SOURCE-LINE
               AT END MOVE "Y" TO WS-EOF-SW
             END-READ
           WHEN 2
             READ WARO-MORNING-FILE INTO WS-SOURCE-LINE
               AT END MOVE "Y" TO WS-EOF-SW
             END-READ
           WHEN 3
             READ WARO-POSITION-FILE INTO WS-SOURCE-LINE
               AT END MOVE "Y" TO WS-EOF-SW
             END-READ
           WHEN 4
             READ WARO-STATEMENT-FILE INTO WS-SOURCE-LINE
               AT END MOVE "Y" TO WS-EOF-SW
             END-READ
           WHEN 5
             READ WARO-LOYALSTMT-FILE INTO WS-SOURCE-LINE
               AT END MOVE "Y" TO WS-EOF-SW
             END-READ
           WHEN 6
             READ WARO-DUESRPT-FILE INTO WS-SOURCE-LINE
               AT END MOVE "Y" TO WS-EOF-SW
             END-READ
         END-EVALUATE.

       CLOSE-SOURCE.
         EVALUATE WS-SRC
           WHEN 1 CLOSE WARO-REPORT-FILE
           WHEN 2 CLOSE WARO-MORNING-FILE
           WHEN 3 CLOSE WARO-POSITION-FILE
           WHEN 4 CLOSE WARO-STATEMENT-FILE
           WHEN 5 CLOSE WARO-LOYALSTMT-FILE
           WHEN 6 CLOSE WARO-DUESRPT-FILE
         END-EVALUATE.

      *> Row I starts a recipient's package unless an earlier row
      *> already did; the recipient's other rows follow it into
      *> the same package, delivered the way the first row says.
      *> An *EACH row goes out on its own, member by member.
       DISTRIBUTE-ONE-RECIPIENT.
         IF WS-RT-DONE-SW (I) = "N"
           MOVE "N" TO WS-PACKAGE-OPEN-SW
           MOVE WS-RT-RECIPIENT (I) TO WS-PKG-RECIPIENT
           MOVE WS-RT-METHOD (I) TO WS-PKG-METHOD
           MOVE WS-RT-ADDRESS (I) TO WS-PKG-ADDRESS
           IF WS-RT-SECTION (I) = "*EACH"
             MOVE "Y" TO WS-RT-DONE-SW (I)
             MOVE I TO WS-ROUTE-IDX
             PERFORM CUT-PIECE
           ELSE
             PERFORM DISTRIBUTE-ONE-ROUTE
               VARYING J FROM I BY 1 UNTIL J > WS-ROUTE-COUNT
           END-IF
           PERFORM CLOSE-PACKAGE
         END-IF.

       DISTRIBUTE-ONE-ROUTE.
         IF WS-RT-DONE-SW (J) = "N"
             AND WS-RT-RECIPIENT (J) = WS-PKG-RECIPIENT
             AND WS-RT-SECTION (J) NOT = "*EACH"
           MOVE "Y" TO WS-RT-DONE-SW (J)
           MOVE J TO WS-ROUTE-IDX
           PERFORM CUT-PIECE
         END-IF.

      *> One pass over the report's new lines for the row in
      *> WS-ROUTE-IDX. Lines appended while this run is going
      *> (its own report lines) are left for the next run.
       CUT-PIECE.
         PERFORM FIND-SOURCE.
         MOVE 0 TO WS-BURST-IDX.
         PERFORM FIND-ONE-BURST-RULE
           VARYING K FROM 1 BY 1
             UNTIL K > WS-BURST-COUNT OR WS-BURST-IDX > 0.
         MOVE "N" TO WS-PIECE-OPEN-SW.
         MOVE "N" TO WS-IN-SECTION-SW.
         MOVE "N" TO WS-REPORT-SEEN-SW.
         MOVE "N" TO WS-MEMBER-OK-SW.
         MOVE SPACES TO WS-SECTION-KEY.
         MOVE 0 TO WS-PIECE-LINES WS-HEADING-COUNT.
         MOVE WS-RT-SECTION (WS-ROUTE-IDX) TO WS-PIECE-SECTION.
         PERFORM READ-NEW-LINES THRU READ-NEW-LINES-EXIT.
         IF WS-RT-SECTION (WS-ROUTE-IDX) = "*EACH"
           PERFORM END-MEMBER-PIECE
           MOVE WS-RT-RECIPIENT (WS-ROUTE-IDX) TO WS-PKG-RECIPIENT
           MOVE WS-RT-METHOD (WS-ROUTE-IDX) TO WS-PKG-METHOD
           MOVE WS-RT-SECTION (WS-ROUTE-IDX) TO WS-PIECE-SECTION
         END-IF.
         PERFORM END-PIECE THRU END-PIECE-EXIT.

       READ-NEW-LINES.
         IF NOT WARO-SOURCE-PRESENT (WS-SRC)
             OR WS-SR-START (WS-SRC) > WS-SR-TOTAL (WS-SRC)
           GO TO READ-NEW-LINES-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         MOVE 0 TO WS-LINE-NO.
         PERFORM OPEN-SOURCE.
         IF WS-SOURCE-FILE-STATUS NOT = "00"
           GO TO READ-NEW-LINES-EXIT
         END-IF.
         PERFORM CUT-ONE-LINE
           UNTIL WARO-DIST-EOF OR WS-LINE-NO NOT < WS-SR-TOTAL (WS-SRC).
         PERFORM CLOSE-SOURCE.
       READ-NEW-LINES-EXIT.
         EXIT.

      *> A report with a file of its own is the whole file; any
      *> other name is its program's lines on WARO-REPORT, each
      *> of which starts with the program name and a space.
       FIND-SOURCE.
         MOVE 1 TO WS-SRC.
         MOVE 0 TO WS-PREFIX-LEN.
         PERFORM FIND-ONE-SOURCE
           VARYING K FROM 2 BY 1 UNTIL K > NUM-SOURCES.
         IF WS-SRC = 1
           INSPECT WS-RT-REPORT (WS-ROUTE-IDX)
             TALLYING WS-PREFIX-LEN FOR CHARACTERS BEFORE INITIAL " "
         END-IF.

       FIND-ONE-SOURCE.
         IF WS-RT-REPORT (WS-ROUTE-IDX) = WS-SOURCE-NAME (K)
           MOVE K TO WS-SRC
         END-IF.

       FIND-ONE-BURST-RULE.
         IF WS-BR-REPORT (K) = WS-RT-REPORT (WS-ROUTE-IDX)
           MOVE K TO WS-BURST-IDX
         END-IF.

       CUT-ONE-LINE.
         PERFORM READ-SOURCE.
         IF NOT WARO-DIST-EOF
           ADD 1 TO WS-LINE-NO
           IF WS-LINE-NO NOT < WS-SR-START (WS-SRC)
             PERFORM SORT-ONE-LINE THRU SORT-ONE-LINE-EXIT
           END-IF
         END-IF.

      *> Decide where a new report line goes: a section marker
      *> starts a section under its key, a line before any section
      *> is heading, and the row's section choice says which
      *> lines it takes.
       SORT-ONE-LINE.
         IF WS-PREFIX-LEN > 0
           IF WS-SOURCE-LINE (1:WS-PREFIX-LEN)
               NOT = WS-RT-REPORT (WS-ROUTE-IDX) (1:WS-PREFIX-LEN)
             OR WS-SOURCE-LINE (WS-PREFIX-LEN + 1:1) NOT = SPACE
             GO TO SORT-ONE-LINE-EXIT
           END-IF
         END-IF.
         MOVE "Y" TO WS-REPORT-SEEN-SW.
         IF WS-BURST-IDX > 0
           IF WS-SOURCE-LINE (1:WS-BR-MARKER-LENGTH (WS-BURST-IDX))
               = WS-BR-MARKER (WS-BURST-IDX)
                   (1:WS-BR-MARKER-LENGTH (WS-BURST-IDX))
             MOVE "Y" TO WS-IN-SECTION-SW
             MOVE SPACES TO WS-SECTION-KEY
             MOVE WS-SOURCE-LINE (WS-BR-KEY-COLUMN (WS-BURST-IDX):
               WS-BR-KEY-LENGTH (WS-BURST-IDX)) TO WS-SECTION-KEY
             IF WS-RT-SECTION (WS-ROUTE-IDX) = "*EACH"
               PERFORM END-MEMBER-PIECE
               PERFORM START-MEMBER-PIECE
             END-IF
           END-IF
           IF WS-BR-END-LENGTH (WS-BURST-IDX) > 0
             IF WS-SOURCE-LINE (1:WS-BR-END-LENGTH (WS-BURST-IDX))
                 = WS-BR-END-MARKER (WS-BURST-IDX)
                     (1:WS-BR-END-LENGTH (WS-BURST-IDX))
               MOVE "T" TO WS-IN-SECTION-SW
               IF WS-RT-SECTION (WS-ROUTE-IDX) = "*EACH"
                 PERFORM END-MEMBER-PIECE
               END-IF
             END-IF
           END-IF
         END-IF.
         EVALUATE TRUE
           WHEN WS-RT-SECTION (WS-ROUTE-IDX) = "*ALL"
             MOVE "Y" TO WS-TAKE-SW
           WHEN WARO-IN-TRAILER
             MOVE "N" TO WS-TAKE-SW
           WHEN WARO-IN-HEADING
             MOVE "N" TO WS-TAKE-SW
             IF WS-HEADING-COUNT < NUM-HEADING-MAX
               ADD 1 TO WS-HEADING-COUNT
               MOVE WS-SOURCE-LINE TO WS-HEADING-LINE (WS-HEADING-COUNT)
             END-IF
           WHEN WS-RT-SECTION (WS-ROUTE-IDX) = "*EACH"
             MOVE WS-MEMBER-OK-SW TO WS-TAKE-SW
           WHEN WS-SECTION-KEY = WS-RT-SECTION (WS-ROUTE-IDX)
             MOVE "Y" TO WS-TAKE-SW
           WHEN OTHER
             MOVE "N" TO WS-TAKE-SW
         END-EVALUATE.
         IF WARO-TAKE-LINE
           IF NOT WARO-PIECE-OPEN
             PERFORM START-PIECE
           END-IF
           MOVE WS-SOURCE-LINE TO WS-PUT-LINE
           PERFORM PUT-PACKAGE-LINE
         END-IF.
       SORT-ONE-LINE-EXIT.
         EXIT.

      *> The first line a piece takes opens the recipient's
      *> package if need be, heads the piece, and puts the
      *> report's heading lines in front of a section.
       START-PIECE.
         IF NOT WARO-PACKAGE-OPEN
           PERFORM OPEN-PACKAGE
         END-IF.
         MOVE "Y" TO WS-PIECE-OPEN-SW.
         MOVE 0 TO WS-PIECE-LINES.
         MOVE SPACES TO WARO-DISTPKG-REC.
         MOVE "PC" TO WPK-RECORD-TYPE.
         MOVE WS-PACKAGE-NO TO WPK-PACKAGE-NO.
         MOVE WS-RT-REPORT (WS-ROUTE-IDX) TO WPK-REPORT.
         MOVE WS-PIECE-SECTION TO WPK-SECTION.
         WRITE WARO-DISTPKG-REC.
         ADD 1 TO WS-PKG-PIECES.
         IF WS-RT-SECTION (WS-ROUTE-IDX) NOT = "*ALL"
           PERFORM PUT-ONE-HEADING-LINE
             VARYING K FROM 1 BY 1 UNTIL K > WS-HEADING-COUNT
         END-IF.

       PUT-ONE-HEADING-LINE.
         MOVE WS-HEADING-LINE (K) TO WS-PUT-LINE.
         PERFORM PUT-PACKAGE-LINE.

       PUT-PACKAGE-LINE.
         MOVE SPACES TO WARO-DISTPKG-REC.
         MOVE "LN" TO WPK-RECORD-TYPE.
         MOVE WS-PACKAGE-NO TO WPK-PACKAGE-NO.
         MOVE WS-PUT-LINE TO WPK-LINE-TEXT.
         WRITE WARO-DISTPKG-REC.
         ADD 1 TO WS-PIECE-LINES.
         ADD 1 TO WS-PKG-LINES.

      *> A piece that took no lines is a report the recipient did
      *> not get: logged when the report was expected tonight and
      *> not produced, or was produced without the recipient's
      *> section in it. (Member pieces are logged as they go.)
       END-PIECE.
         IF WARO-PIECE-OPEN
           PERFORM LOG-SENT
           GO TO END-PIECE-EXIT
         END-IF.
         EVALUATE TRUE
           WHEN NOT WARO-REPORT-SEEN
             IF WS-RT-EXPECTED (WS-ROUTE-IDX) = "Y"
               MOVE "report not produced since the last distribution"
                 TO WS-NOT-SENT-REASON
               PERFORM LOG-NOT-SENT
             END-IF
           WHEN WS-RT-SECTION (WS-ROUTE-IDX) = "*EACH"
             IF WS-BURST-IDX = 0
               MOVE "no burst rule for the report on WARO-DISTTBL"
                 TO WS-NOT-SENT-REASON
               PERFORM LOG-NOT-SENT
             END-IF
           WHEN OTHER
             MOVE "report produced without this section in it"
               TO WS-NOT-SENT-REASON
             PERFORM LOG-NOT-SENT
         END-EVALUATE.
       END-PIECE-EXIT.
         EXIT.

      *> A member section goes in a package of its own, to the
      *> member's email or phone off WARO-CONTACT.
       START-MEMBER-PIECE.
         MOVE "N" TO WS-MEMBER-OK-SW.
         MOVE WS-SECTION-KEY TO WS-PIECE-SECTION.
         MOVE SPACES TO WS-PKG-RECIPIENT.
         STRING "MBR" DELIMITED BY SIZE
           WS-SECTION-KEY DELIMITED BY SPACE
           INTO WS-PKG-RECIPIENT.
         MOVE SPACES TO WS-PKG-ADDRESS.
         MOVE SPACES TO WS-PKG-METHOD.
         MOVE 0 TO WS-CONTACT-IDX.
         IF WS-SECTION-KEY (1:4) IS NUMERIC
           PERFORM FIND-ONE-CONTACT
             VARYING K FROM 1 BY 1
               UNTIL K > WS-CONTACT-COUNT OR WS-CONTACT-IDX > 0
         END-IF.
         EVALUATE TRUE
           WHEN WS-CONTACT-IDX = 0
             MOVE "member has no contact details on WARO-CONTACT"
               TO WS-NOT-SENT-REASON
             PERFORM LOG-NOT-SENT
           WHEN WS-CN-PREFERENCE (WS-CONTACT-IDX) = "E"
             MOVE "E" TO WS-PKG-METHOD
             MOVE WS-CN-EMAIL (WS-CONTACT-IDX) TO WS-PKG-ADDRESS
             MOVE "Y" TO WS-MEMBER-OK-SW
           WHEN WS-CN-PREFERENCE (WS-CONTACT-IDX) = "P"
             MOVE "P" TO WS-PKG-METHOD
             MOVE WS-CN-PHONE (WS-CONTACT-IDX) TO WS-PKG-ADDRESS
             MOVE "Y" TO WS-MEMBER-OK-SW
           WHEN OTHER
             MOVE "member has opted out of all contact"
               TO WS-NOT-SENT-REASON
             PERFORM LOG-NOT-SENT
         END-EVALUATE.

       FIND-ONE-CONTACT.
         IF WS-CN-PLAYER-ID (K) = WS-SECTION-KEY (1:4)
           MOVE K TO WS-CONTACT-IDX
         END-IF.

       END-MEMBER-PIECE.
         IF WARO-PIECE-OPEN
           PERFORM LOG-SENT
           PERFORM CLOSE-PACKAGE
         END-IF.
         MOVE "N" TO WS-PIECE-OPEN-SW.
         MOVE "N" TO WS-MEMBER-OK-SW.

       OPEN-PACKAGE.
         ADD 1 TO WS-LAST-PACKAGE-NO.
         MOVE WS-LAST-PACKAGE-NO TO WS-PACKAGE-NO.
         MOVE "Y" TO WS-PACKAGE-OPEN-SW.
         MOVE 0 TO WS-PKG-PIECES WS-PKG-LINES.
         MOVE SPACES TO WARO-DISTPKG-REC.
         MOVE "PK" TO WPK-RECORD-TYPE.
         MOVE WS-PACKAGE-NO TO WPK-PACKAGE-NO.
         MOVE WS-PKG-RECIPIENT TO WPK-RECIPIENT.
         MOVE WS-PKG-METHOD TO WPK-METHOD.
         MOVE WS-PKG-ADDRESS TO WPK-ADDRESS.
         MOVE WS-TODAY TO WPK-DATE.
         MOVE WS-NOW-TIME TO WPK-TIME.
         WRITE WARO-DISTPKG-REC.
         ADD 1 TO WS-PACKAGE-COUNT.

       CLOSE-PACKAGE.
         IF WARO-PACKAGE-OPEN
           MOVE SPACES TO WARO-DISTPKG-REC
           MOVE "PE" TO WPK-RECORD-TYPE
           MOVE WS-PACKAGE-NO TO WPK-PACKAGE-NO
           MOVE WS-PKG-PIECES TO WPK-PIECES
           MOVE WS-PKG-LINES TO WPK-LINES
           WRITE WARO-DISTPKG-REC
           MOVE "N" TO WS-PACKAGE-OPEN-SW
         END-IF.

       LOG-SENT.
         MOVE SPACES TO WARO-DISTLOG-REC.
         MOVE "SN" TO WDX-RECORD-TYPE.
         PERFORM FILL-DELIVERY-BODY.
         MOVE WS-PACKAGE-NO TO WDX-PACKAGE-NO.
         MOVE WS-PIECE-LINES TO WDX-LINES.
         MOVE WS-PKG-ADDRESS TO WDX-DETAIL.
         WRITE WARO-DISTLOG-REC.
         ADD 1 TO WS-SENT-COUNT.
         MOVE WS-PIECE-LINES TO WS-LINES-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-DISTRIB : SENT     " DELIMITED BY SIZE
           WDX-RECIPIENT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WDX-REPORT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WDX-SECTION DELIMITED BY SIZE
           WS-LINES-ED DELIMITED BY SIZE
           " line(s) by " DELIMITED BY SIZE
           WDX-METHOD DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       LOG-NOT-SENT.
         MOVE SPACES TO WARO-DISTLOG-REC.
         MOVE "NS" TO WDX-RECORD-TYPE.
         PERFORM FILL-DELIVERY-BODY.
         MOVE 0 TO WDX-PACKAGE-NO WDX-LINES.
         MOVE WS-NOT-SENT-REASON TO WDX-DETAIL.
         WRITE WARO-DISTLOG-REC.
         ADD 1 TO WS-NOT-SENT-COUNT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-DISTRIB : NOT SENT " DELIMITED BY SIZE
           WDX-RECIPIENT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WDX-REPORT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WDX-SECTION DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-DISTRIB :   " DELIMITED BY SIZE
           WS-NOT-SENT-REASON DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       FILL-DELIVERY-BODY.
         MOVE WS-TODAY TO WDX-DATE.
         MOVE WS-NOW-TIME TO WDX-TIME.
         MOVE WS-PKG-RECIPIENT TO WDX-RECIPIENT.
         MOVE WS-RT-REPORT (WS-ROUTE-IDX) TO WDX-REPORT.
         MOVE WS-PIECE-SECTION TO WDX-SECTION.
         MOVE WS-PKG-METHOD TO WDX-METHOD.

      *> A source that is not there keeps the mark it had.
       WRITE-ONE-HIGH-WATER.
         IF WARO-SOURCE-PRESENT (WS-SRC)
           MOVE SPACES TO WARO-DISTLOG-REC
           MOVE "HW" TO WDX-RECORD-TYPE
           MOVE WS-TODAY TO WDX-DATE
           MOVE WS-NOW-TIME TO WDX-TIME
           MOVE WS-SOURCE-NAME (WS-SRC) TO WDX-HW-SOURCE
           MOVE WS-SR-TOTAL (WS-SRC) TO WDX-HW-LINES
           MOVE WS-SR-FIRST-TEXT (WS-SRC) TO WDX-HW-FIRST-TEXT
           MOVE WS-SR-LAST-TEXT (WS-SRC) TO WDX-HW-LAST-TEXT
           WRITE WARO-DISTLOG-REC
         END-IF.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
