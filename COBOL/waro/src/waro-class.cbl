       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-CLASS.
      *> Class participation rollup for the school - the whole
      *> class on one page per homeroom teacher instead of one
      *> WARO-TRANSCRIPT per student. Students are grouped by the
      *> homeroom teacher and class section main_student_maint
      *> files on STUDENT-MASTER (students with no teacher on
      *> file are grouped as "(no teacher)"). Parm:
      *>   [<yyyymm>] [<section>]
      *>     the month defaults to the current one; a section
      *>     limits the report to that one class
      *> For each class: students on the master, how many are
      *> enrolled, how many actually played in the month, the
      *> student-nights attended and the average points per
      *> student who played (single-seat corrections in the
      *> month included), followed by every enrolled student who
      *> has not played this month so the teacher can follow up.
      *> The bridge seats students under their student id, so
      *> the id joins the master to WARO-RESULTS. Completion 4
      *> when any enrolled student has not played.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT-MASTER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-FILE-STATUS.
         COPY WARORES.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
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
         COPY WARORSF.
         COPY WARORPT.
         WORKING-STORAGE SECTION.
         01 WS-MASTER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-MASTER-EOF-SW PIC X(1) VALUE "N".
           88 STUDENT-MASTER-EOF VALUE "Y".
         01 WS-RESULTS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-RESULTS-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-PARM-TOKEN-1 PIC X(8) VALUE SPACES.
         01 WS-PARM-TOKEN-2 PIC X(8) VALUE SPACES.
         01 WS-ASK-SECTION PIC X(4) VALUE SPACES.
         01 WS-ASK-MONTH PIC 9(6) VALUE 0.
         01 WS-TODAY PIC 9(8) VALUE 0.
         01 WS-RESULTS-PLAYER-IDX PIC 9(2) VALUE 0.
         01 WS-SEAT-ID PIC 9(4) VALUE 0.

      *> Every student on the master (or in the asked section),
      *> with the class they sit in and their month's play.
         78 NUM-STUDENTS-MAX VALUE 500.
         01 WS-STUDENT-TABLE.
            02 WS-STUDENT-ENTRY OCCURS NUM-STUDENTS-MAX TIMES.
               03 WS-ST-ID PIC 9(4).
               03 WS-ST-NAME PIC A(15).
               03 WS-ST-ENROLLED PIC X(1).
               03 WS-ST-CLASS-IDX PIC 9(3).
               03 WS-ST-NIGHTS PIC 9(4).
               03 WS-ST-POINTS PIC S9(7).
         01 WS-STUDENT-COUNT PIC 9(3) VALUE 0.
         01 WS-STUDENT-IDX PIC 9(3) VALUE 0.
         01 WS-FOUND-IDX PIC 9(3) VALUE 0.

      *> One entry per teacher and section, built in the order
      *> met on the master; WS-CLASS-ORDER lists them sorted by
      *> teacher then section for the report.
         78 NUM-CLASSES-MAX VALUE 100.
         01 WS-CLASS-TABLE.
            02 WS-CLASS-ENTRY OCCURS NUM-CLASSES-MAX TIMES.
               03 WS-CL-KEY.
                  04 WS-CL-TEACHER PIC X(12).
                  04 WS-CL-SECTION PIC X(4).
               03 WS-CL-STUDENTS PIC 9(4).
               03 WS-CL-ENROLLED PIC 9(4).
               03 WS-CL-PLAYING PIC 9(4).
               03 WS-CL-NIGHTS PIC 9(6).
               03 WS-CL-POINTS PIC S9(8).
               03 WS-CL-IDLE PIC 9(4).
         01 WS-CLASS-COUNT PIC 9(3) VALUE 0.
         01 WS-CLASS-IDX PIC 9(3) VALUE 0.
         01 WS-CLASS-ORDER-TABLE.
            02 WS-CLASS-ORDER PIC 9(3)
               OCCURS NUM-CLASSES-MAX TIMES.
         01 WS-ORDER-IDX PIC 9(3) VALUE 0.
         01 WS-SHIFT-IDX PIC 9(3) VALUE 0.
         01 WS-HOLD-ORDER PIC 9(3) VALUE 0.
         01 WS-SLOT-FOUND-SW PIC X(1) VALUE "N".
           88 WS-SLOT-FOUND VALUE "Y".
         01 WS-ASK-KEY.
            02 WS-ASK-TEACHER PIC X(12).
            02 WS-ASK-CLASS PIC X(4).

      *> School totals for the closing lines.
         01 WS-TOTAL-STUDENTS PIC 9(4) VALUE 0.
         01 WS-TOTAL-ENROLLED PIC 9(4) VALUE 0.
         01 WS-TOTAL-PLAYING PIC 9(4) VALUE 0.
         01 WS-TOTAL-NIGHTS PIC 9(6) VALUE 0.
         01 WS-TOTAL-POINTS PIC S9(8) VALUE 0.
         01 WS-TOTAL-IDLE PIC 9(4) VALUE 0.
         01 WS-DROPPED-COUNT PIC 9(4) VALUE 0.

      *> Edited figures for one rollup line.
         01 WS-AVG-POINTS PIC S9(5)V9 VALUE 0.
         01 WS-ED-STUDENTS PIC ZZZ9.
         01 WS-ED-ENROLLED PIC ZZZ9.
         01 WS-ED-PLAYING PIC ZZZ9.
         01 WS-ED-NIGHTS PIC ZZZZZ9.
         01 WS-ED-AVG PIC -ZZZZ9.9.
         01 WS-ED-TEACHER PIC X(12).
         01 WS-ED-SECTION PIC X(4).

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         MOVE WS-TODAY (1:6) TO WS-ASK-MONTH.
         PERFORM READ-CLASS-PARM.
         PERFORM LOAD-STUDENTS THRU LOAD-STUDENTS-EXIT.
         PERFORM TALLY-MONTH-PLAY THRU TALLY-MONTH-PLAY-EXIT.
         PERFORM ROLL-UP-ONE-STUDENT
           VARYING WS-STUDENT-IDX FROM 1 BY 1
             UNTIL WS-STUDENT-IDX > WS-STUDENT-COUNT.
         PERFORM ORDER-ONE-CLASS
           VARYING WS-CLASS-IDX FROM 1 BY 1
             UNTIL WS-CLASS-IDX > WS-CLASS-COUNT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-CLASS : class participation for month "
           DELIMITED BY SIZE
           WS-ASK-MONTH DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "  Teacher      Sect  Students Enrolled Playing"
           DELIMITED BY SIZE
           "  Nights  Avg pts" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         PERFORM REPORT-ONE-CLASS
           VARYING WS-ORDER-IDX FROM 1 BY 1
             UNTIL WS-ORDER-IDX > WS-CLASS-COUNT.
         PERFORM REPORT-SCHOOL-TOTALS.
         IF WS-TOTAL-IDLE > 0
           MOVE 4 TO RETURN-CODE
         END-IF.
         MOVE "WARO-CLASS Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       STOP RUN.

      *> A six-digit first word is the month; any other word is
      *> the section to report on.
       READ-CLASS-PARM.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2.
         IF WS-PARM-TOKEN-1 (1:6) IS NUMERIC
             AND WS-PARM-TOKEN-1 (7:2) = SPACES
           IF WS-PARM-TOKEN-1 (5:2) < "01"
               OR WS-PARM-TOKEN-1 (5:2) > "12"
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-CLASS : month '" DELIMITED BY SIZE
               WS-PARM-TOKEN-1 (1:6) DELIMITED BY SIZE
               "' is not YYYYMM" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WS-PARM-TOKEN-1 (1:6) TO WS-ASK-MONTH
           MOVE WS-PARM-TOKEN-2 TO WS-ASK-SECTION
         ELSE
           MOVE WS-PARM-TOKEN-1 TO WS-ASK-SECTION
         END-IF.

       LOAD-STUDENTS.
         OPEN INPUT STUDENT-MASTER-FILE.
         IF WS-MASTER-FILE-STATUS NOT = "00"
           MOVE "WARO-CLASS : no STUDENT-MASTER file"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         PERFORM TAKE-ONE-STUDENT THRU TAKE-ONE-STUDENT-EXIT
           UNTIL STUDENT-MASTER-EOF.
         CLOSE STUDENT-MASTER-FILE.
         IF WS-DROPPED-COUNT > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CLASS : " DELIMITED BY SIZE
             WS-DROPPED-COUNT DELIMITED BY SIZE
             " student(s) beyond the table limits not reported"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
       LOAD-STUDENTS-EXIT.
         EXIT.

       TAKE-ONE-STUDENT.
         READ STUDENT-MASTER-FILE
           AT END
             MOVE "Y" TO WS-MASTER-EOF-SW
         END-READ.
         IF STUDENT-MASTER-EOF
           GO TO TAKE-ONE-STUDENT-EXIT
         END-IF.
         IF WS-ASK-SECTION NOT = SPACES
             AND SM-CLASS-SECTION NOT = WS-ASK-SECTION
           GO TO TAKE-ONE-STUDENT-EXIT
         END-IF.
         IF WS-STUDENT-COUNT = NUM-STUDENTS-MAX
           ADD 1 TO WS-DROPPED-COUNT
           GO TO TAKE-ONE-STUDENT-EXIT
         END-IF.
         IF SM-TEACHER = SPACES
           MOVE "(no teacher)" TO WS-ASK-TEACHER
         ELSE
           MOVE SM-TEACHER TO WS-ASK-TEACHER
         END-IF.
         MOVE SM-CLASS-SECTION TO WS-ASK-CLASS.
         PERFORM FIND-CLASS.
         IF WS-FOUND-IDX = 0
           IF WS-CLASS-COUNT = NUM-CLASSES-MAX
             ADD 1 TO WS-DROPPED-COUNT
             GO TO TAKE-ONE-STUDENT-EXIT
           END-IF
           ADD 1 TO WS-CLASS-COUNT
           MOVE WS-CLASS-COUNT TO WS-FOUND-IDX
           MOVE WS-ASK-KEY TO WS-CL-KEY (WS-FOUND-IDX)
           MOVE 0 TO WS-CL-STUDENTS (WS-FOUND-IDX)
             WS-CL-ENROLLED (WS-FOUND-IDX)
             WS-CL-PLAYING (WS-FOUND-IDX)
             WS-CL-NIGHTS (WS-FOUND-IDX)
             WS-CL-POINTS (WS-FOUND-IDX)
             WS-CL-IDLE (WS-FOUND-IDX)
         END-IF.
         ADD 1 TO WS-STUDENT-COUNT.
         MOVE SM-STUDENT-ID TO WS-ST-ID (WS-STUDENT-COUNT).
         MOVE SM-STUDENT-NAME TO WS-ST-NAME (WS-STUDENT-COUNT).
         MOVE SM-ENROLLED TO WS-ST-ENROLLED (WS-STUDENT-COUNT).
         MOVE WS-FOUND-IDX TO WS-ST-CLASS-IDX (WS-STUDENT-COUNT).
         MOVE 0 TO WS-ST-NIGHTS (WS-STUDENT-COUNT)
           WS-ST-POINTS (WS-STUDENT-COUNT).
       TAKE-ONE-STUDENT-EXIT.
         EXIT.

       FIND-CLASS.
         MOVE 0 TO WS-FOUND-IDX.
         PERFORM MATCH-ONE-CLASS
           VARYING WS-CLASS-IDX FROM 1 BY 1
             UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
               OR WS-FOUND-IDX > 0.

       MATCH-ONE-CLASS.
         IF WS-CL-KEY (WS-CLASS-IDX) = WS-ASK-KEY
           MOVE WS-CLASS-IDX TO WS-FOUND-IDX
         END-IF.

      *> The month's seats and corrections, credited to the
      *> student whose id sat there.
       TALLY-MONTH-PLAY.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           MOVE "WARO-CLASS : no WARO-RESULTS file - nobody played"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO TALLY-MONTH-PLAY-EXIT
         END-IF.
         PERFORM TALLY-ONE-RESULT UNTIL WARO-RESULTS-EOF.
         CLOSE WARO-RESULTS-FILE.
       TALLY-MONTH-PLAY-EXIT.
         EXIT.

       TALLY-ONE-RESULT.
         READ WARO-RESULTS-FILE
           AT END
             MOVE "Y" TO WS-RESULTS-EOF-SW
           NOT AT END
             IF WRR-DETAIL-REC
                 AND WRR-RUN-DATE (1:6) = WS-ASK-MONTH
               PERFORM TALLY-ONE-SEAT
                 VARYING WS-RESULTS-PLAYER-IDX FROM 1 BY 1
                   UNTIL WS-RESULTS-PLAYER-IDX > WRR-NUM-PLAYERS
             END-IF
             IF WRR-CORRECTION-REC
                 AND WRR-RUN-DATE (1:6) = WS-ASK-MONTH
               MOVE WRR-CR-PLAYER-ID TO WS-SEAT-ID
               PERFORM FIND-STUDENT
               IF WS-FOUND-IDX > 0
                 ADD WRR-CR-ADJ-POINTS TO WS-ST-POINTS (WS-FOUND-IDX)
               END-IF
             END-IF
         END-READ.

       TALLY-ONE-SEAT.
         MOVE WRR-PLAYER-ID (WS-RESULTS-PLAYER-IDX) TO WS-SEAT-ID.
         IF WS-SEAT-ID > 0
           PERFORM FIND-STUDENT
           IF WS-FOUND-IDX > 0
             ADD 1 TO WS-ST-NIGHTS (WS-FOUND-IDX)
             ADD WRR-PLAYER-POINTS (WS-RESULTS-PLAYER-IDX)
               TO WS-ST-POINTS (WS-FOUND-IDX)
           END-IF
         END-IF.

       FIND-STUDENT.
         MOVE 0 TO WS-FOUND-IDX.
         PERFORM MATCH-ONE-STUDENT
           VARYING WS-STUDENT-IDX FROM 1 BY 1
             UNTIL WS-STUDENT-IDX > WS-STUDENT-COUNT
               OR WS-FOUND-IDX > 0.

       MATCH-ONE-STUDENT.
         IF WS-ST-ID (WS-STUDENT-IDX) = WS-SEAT-ID
           MOVE WS-STUDENT-IDX TO WS-FOUND-IDX
         END-IF.

       ROLL-UP-ONE-STUDENT.
         MOVE WS-ST-CLASS-IDX (WS-STUDENT-IDX) TO WS-CLASS-IDX.
         ADD 1 TO WS-CL-STUDENTS (WS-CLASS-IDX).
         IF WS-ST-ENROLLED (WS-STUDENT-IDX) = "Y"
           ADD 1 TO WS-CL-ENROLLED (WS-CLASS-IDX)
           IF WS-ST-NIGHTS (WS-STUDENT-IDX) = 0
             ADD 1 TO WS-CL-IDLE (WS-CLASS-IDX)
           END-IF
         END-IF.
         IF WS-ST-NIGHTS (WS-STUDENT-IDX) > 0
           ADD 1 TO WS-CL-PLAYING (WS-CLASS-IDX)
           ADD WS-ST-NIGHTS (WS-STUDENT-IDX)
             TO WS-CL-NIGHTS (WS-CLASS-IDX)
           ADD WS-ST-POINTS (WS-STUDENT-IDX)
             TO WS-CL-POINTS (WS-CLASS-IDX)
         END-IF.

      *> Insertion into the sorted order list: the new class
      *> slides in ahead of every entry whose key is higher.
       ORDER-ONE-CLASS.
         MOVE WS-CLASS-IDX TO WS-SHIFT-IDX.
         MOVE "N" TO WS-SLOT-FOUND-SW.
         PERFORM SHIFT-ONE-ORDER
           UNTIL WS-SHIFT-IDX = 1 OR WS-SLOT-FOUND.
         MOVE WS-CLASS-IDX TO WS-CLASS-ORDER (WS-SHIFT-IDX).

       SHIFT-ONE-ORDER.
         MOVE WS-CLASS-ORDER (WS-SHIFT-IDX - 1) TO WS-HOLD-ORDER.
         IF WS-CL-KEY (WS-HOLD-ORDER) > WS-CL-KEY (WS-CLASS-IDX)
           MOVE WS-HOLD-ORDER TO WS-CLASS-ORDER (WS-SHIFT-IDX)
           SUBTRACT 1 FROM WS-SHIFT-IDX
         ELSE
           MOVE "Y" TO WS-SLOT-FOUND-SW
         END-IF.

       REPORT-ONE-CLASS.
         MOVE WS-CLASS-ORDER (WS-ORDER-IDX) TO WS-CLASS-IDX.
         MOVE WS-CL-TEACHER (WS-CLASS-IDX) TO WS-ED-TEACHER.
         MOVE WS-CL-SECTION (WS-CLASS-IDX) TO WS-ED-SECTION.
         MOVE WS-CL-STUDENTS (WS-CLASS-IDX) TO WS-ED-STUDENTS.
         MOVE WS-CL-ENROLLED (WS-CLASS-IDX) TO WS-ED-ENROLLED.
         MOVE WS-CL-PLAYING (WS-CLASS-IDX) TO WS-ED-PLAYING.
         MOVE WS-CL-NIGHTS (WS-CLASS-IDX) TO WS-ED-NIGHTS.
         MOVE 0 TO WS-AVG-POINTS.
         IF WS-CL-PLAYING (WS-CLASS-IDX) > 0
           COMPUTE WS-AVG-POINTS ROUNDED =
             WS-CL-POINTS (WS-CLASS-IDX)
               / WS-CL-PLAYING (WS-CLASS-IDX)
         END-IF.
         PERFORM WRITE-ROLLUP-LINE.
         PERFORM REPORT-ONE-IDLE
           VARYING WS-STUDENT-IDX FROM 1 BY 1
             UNTIL WS-STUDENT-IDX > WS-STUDENT-COUNT.
         ADD WS-CL-STUDENTS (WS-CLASS-IDX) TO WS-TOTAL-STUDENTS.
         ADD WS-CL-ENROLLED (WS-CLASS-IDX) TO WS-TOTAL-ENROLLED.
         ADD WS-CL-PLAYING (WS-CLASS-IDX) TO WS-TOTAL-PLAYING.
         ADD WS-CL-NIGHTS (WS-CLASS-IDX) TO WS-TOTAL-NIGHTS.
         ADD WS-CL-POINTS (WS-CLASS-IDX) TO WS-TOTAL-POINTS.
         ADD WS-CL-IDLE (WS-CLASS-IDX) TO WS-TOTAL-IDLE.

      *> The teacher's follow-up list: enrolled, and not one
      *> seat all month.
       REPORT-ONE-IDLE.
         IF WS-ST-CLASS-IDX (WS-STUDENT-IDX) = WS-CLASS-IDX
             AND WS-ST-ENROLLED (WS-STUDENT-IDX) = "Y"
             AND WS-ST-NIGHTS (WS-STUDENT-IDX) = 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "      not played this month: " DELIMITED BY SIZE
             WS-ST-ID (WS-STUDENT-IDX) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-ST-NAME (WS-STUDENT-IDX) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

       REPORT-SCHOOL-TOTALS.
         MOVE "all classes" TO WS-ED-TEACHER.
         MOVE SPACES TO WS-ED-SECTION.
         MOVE WS-TOTAL-STUDENTS TO WS-ED-STUDENTS.
         MOVE WS-TOTAL-ENROLLED TO WS-ED-ENROLLED.
         MOVE WS-TOTAL-PLAYING TO WS-ED-PLAYING.
         MOVE WS-TOTAL-NIGHTS TO WS-ED-NIGHTS.
         MOVE 0 TO WS-AVG-POINTS.
         IF WS-TOTAL-PLAYING > 0
           COMPUTE WS-AVG-POINTS ROUNDED =
             WS-TOTAL-POINTS / WS-TOTAL-PLAYING
         END-IF.
         PERFORM WRITE-ROLLUP-LINE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-CLASS : " DELIMITED BY SIZE
           WS-CLASS-COUNT DELIMITED BY SIZE
           " class(es), " DELIMITED BY SIZE
           WS-TOTAL-IDLE DELIMITED BY SIZE
           " enrolled student(s) not played this month"
           DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       WRITE-ROLLUP-LINE.
         MOVE WS-AVG-POINTS TO WS-ED-AVG.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "  " DELIMITED BY SIZE
           WS-ED-TEACHER DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ED-SECTION DELIMITED BY SIZE
           "      " DELIMITED BY SIZE
           WS-ED-STUDENTS DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           WS-ED-ENROLLED DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-ED-PLAYING DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-ED-NIGHTS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ED-AVG DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
