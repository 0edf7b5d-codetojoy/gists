       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-CONSENT.
      *> Weekly guardian consent chase list for the school office.
      *> Parm:
      *>   <window-days>   (default 30)
      *> Every minor on STUDENT-MASTER - under 18 today, or with
      *> no date of birth on file - whose signed guardian consent
      *> runs out between today and the end of the window is
      *> listed with the expiry date and the enrolled ones
      *> marked, so a renewal form can go home before the
      *> enrollment bridge starts holding the student back.
      *> Minors already lapsed or with no consent at all are
      *> counted on the closing line; the bridge lists those by
      *> name every night it holds them back. Completion 4 when
      *> anyone is on the chase list.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT-MASTER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-FILE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         FD STUDENT-MASTER-FILE.
         01 STUDENT-MASTER-REC.
            02 SM-STUDENT-ID PIC 9(4).
            02 SM-STUDENT-NAME PIC A(15).
            02 SM-ENROLLED PIC X(1).
            02 SM-BIRTH-DATE PIC X(8).
            02 SM-CONSENT-DATE PIC X(8).
            02 SM-CONSENT-EXPIRY PIC X(8).
            02 SM-CLASS-SECTION PIC X(4).
            02 SM-TEACHER PIC X(12).
         WORKING-STORAGE SECTION.
         01 WS-MASTER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-EOF-SWITCH PIC X(1) VALUE "N".
           88 STUDENT-MASTER-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-WINDOW-TEXT PIC X(3) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-WINDOW-DAYS PIC 9(3) VALUE 30.
         01 WS-TODAY PIC 9(8) VALUE 0.
         01 WS-WINDOW-END PIC 9(8) VALUE 0.
         01 WS-BIRTH-DATE PIC 9(8) VALUE 0.
         01 WS-CONSENT-EXPIRY PIC 9(8) VALUE 0.
         01 WS-AGE-YEARS PIC 9(4) VALUE 0.
         01 WS-DAYS-LEFT PIC 9(3) VALUE 0.
         01 WS-ENROLLED-MARK PIC X(8) VALUE SPACES.
         01 WS-EXPIRING-COUNT PIC 9(3) VALUE 0.
         01 WS-LAPSED-COUNT PIC 9(3) VALUE 0.
         01 WS-MISSING-COUNT PIC 9(3) VALUE 0.

         01 WS-DT-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-DT-DATE-1 PIC 9(8) VALUE 0.
         01 WS-DT-DATE-2 PIC 9(8) VALUE 0.
         01 WS-DT-DAYS PIC S9(6) VALUE 0.
         01 WS-DT-STATUS PIC X(1) VALUE "0".

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         PERFORM READ-WINDOW-PARM.
         MOVE "A" TO WS-DT-FUNCTION.
         MOVE WS-TODAY TO WS-DT-DATE-1.
         MOVE WS-WINDOW-DAYS TO WS-DT-DAYS.
         PERFORM CALL-DATE-UTIL.
         MOVE WS-DT-DATE-2 TO WS-WINDOW-END.
         OPEN INPUT STUDENT-MASTER-FILE.
         IF WS-MASTER-FILE-STATUS NOT = "00"
           MOVE "WARO-CONSENT : no STUDENT-MASTER file"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-CONSENT : guardian consents expiring "
           DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           WS-WINDOW-END DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         PERFORM CHECK-ONE-STUDENT THRU CHECK-ONE-STUDENT-EXIT
           UNTIL STUDENT-MASTER-EOF.
         CLOSE STUDENT-MASTER-FILE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-CONSENT : " DELIMITED BY SIZE
           WS-EXPIRING-COUNT DELIMITED BY SIZE
           " expiring, " DELIMITED BY SIZE
           WS-LAPSED-COUNT DELIMITED BY SIZE
           " already lapsed, " DELIMITED BY SIZE
           WS-MISSING-COUNT DELIMITED BY SIZE
           " minor(s) with none on file" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-EXPIRING-COUNT > 0
           MOVE 4 TO RETURN-CODE
         END-IF.
         MOVE "WARO-CONSENT Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       STOP RUN.

       READ-WINDOW-PARM.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY SPACE INTO WS-WINDOW-TEXT.
         INSPECT WS-WINDOW-TEXT REPLACING LEADING SPACE BY ZERO.
         IF WS-WINDOW-TEXT IS NUMERIC AND WS-WINDOW-TEXT NOT = "000"
           MOVE WS-WINDOW-TEXT TO WS-WINDOW-DAYS
         END-IF.

      *> Same minor test as the enrollment bridge: whole years
      *> off the YYYYMMDD digits, no birth date means a minor.
       CHECK-ONE-STUDENT.
         READ STUDENT-MASTER-FILE
           AT END
             MOVE "Y" TO WS-EOF-SWITCH
         END-READ.
         IF STUDENT-MASTER-EOF
           GO TO CHECK-ONE-STUDENT-EXIT
         END-IF.
         IF SM-BIRTH-DATE IS NUMERIC
           MOVE SM-BIRTH-DATE TO WS-BIRTH-DATE
         ELSE
           MOVE 0 TO WS-BIRTH-DATE
         END-IF.
         IF WS-BIRTH-DATE > 0 AND WS-BIRTH-DATE NOT > WS-TODAY
           COMPUTE WS-AGE-YEARS = (WS-TODAY - WS-BIRTH-DATE) / 10000
           IF WS-AGE-YEARS NOT < 18
             GO TO CHECK-ONE-STUDENT-EXIT
           END-IF
         END-IF.
         IF SM-CONSENT-EXPIRY IS NUMERIC
             AND SM-CONSENT-DATE IS NUMERIC
           MOVE SM-CONSENT-EXPIRY TO WS-CONSENT-EXPIRY
         ELSE
           MOVE 0 TO WS-CONSENT-EXPIRY
         END-IF.
         IF WS-CONSENT-EXPIRY = 0
           ADD 1 TO WS-MISSING-COUNT
           GO TO CHECK-ONE-STUDENT-EXIT
         END-IF.
         IF WS-CONSENT-EXPIRY < WS-TODAY
           ADD 1 TO WS-LAPSED-COUNT
           GO TO CHECK-ONE-STUDENT-EXIT
         END-IF.
         IF WS-CONSENT-EXPIRY > WS-WINDOW-END
           GO TO CHECK-ONE-STUDENT-EXIT
         END-IF.
         ADD 1 TO WS-EXPIRING-COUNT.
         MOVE "D" TO WS-DT-FUNCTION.
         MOVE WS-TODAY TO WS-DT-DATE-1.
         MOVE WS-CONSENT-EXPIRY TO WS-DT-DATE-2.
         PERFORM CALL-DATE-UTIL.
         IF WS-DT-STATUS = "0"
           MOVE WS-DT-DAYS TO WS-DAYS-LEFT
         ELSE
           MOVE 0 TO WS-DAYS-LEFT
         END-IF.
         IF SM-ENROLLED = "Y"
           MOVE "enrolled" TO WS-ENROLLED-MARK
         ELSE
           MOVE SPACES TO WS-ENROLLED-MARK
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "  " DELIMITED BY SIZE
           SM-STUDENT-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SM-STUDENT-NAME DELIMITED BY SIZE
           " expires " DELIMITED BY SIZE
           WS-CONSENT-EXPIRY DELIMITED BY SIZE
           " in " DELIMITED BY SIZE
           WS-DAYS-LEFT DELIMITED BY SIZE
           " day(s) " DELIMITED BY SIZE
           WS-ENROLLED-MARK DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       CHECK-ONE-STUDENT-EXIT.
         EXIT.

      *> One door to the date utility so a missing module ends
      *> with a controlled message and code, not a raw abend.
       CALL-DATE-UTIL.
         CALL 'date-util'
           USING WS-DT-FUNCTION, WS-DT-DATE-1, WS-DT-DATE-2,
             WS-DT-DAYS, WS-DT-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-CONSENT : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'date-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
