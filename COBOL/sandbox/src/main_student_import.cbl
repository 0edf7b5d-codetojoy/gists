            IDENTIFICATION DIVISION.
            PROGRAM-ID. MAIN.

           *> Applies the registrar's term extract to STUDENT-MASTER
           *> instead of keying every student through
           *> main_student_maint. The extract is one student per
           *> line, comma delimited: id,name. Each row is matched
           *> to the master on student id:
           *>   - an id not on the master is added, not enrolled,
           *>     unless its name is already on the master under
           *>     another id - that row is rejected, since it is
           *>     far likelier a mis-keyed id than a new student;
           *>   - an id on the master under another name has the
           *>     name changed;
           *>   - an enrolled student missing from the extract has
           *>     left the school and is un-enrolled.
           *> Rows with a bad id, a bad or over-long name, or an id
           *> already seen in the extract go to STUDENT-REJECTS with
           *> the reason. Parm:
           *>   APPLY (or none) - make the changes, writing each to
           *>     STUDENT-CHGAUDIT exactly as main_student_maint
           *>     does, so a DELTA student load picks them up
           *>   TRIAL           - list the changes, touch nothing
           *>     but the rejects file
           *> An extract with no usable rows is refused outright
           *> rather than read as "everybody has left".
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT-MASTER"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MASTER-FILE-STATUS.
               SELECT EXTRACT-FILE ASSIGN TO "STUDENT-EXTRACT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EXTRACT-FILE-STATUS.
               SELECT REJECTS-FILE ASSIGN TO "STUDENT-REJECTS"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REJECTS-FILE-STATUS.
               SELECT CHGAUDIT-FILE ASSIGN TO "STUDENT-CHGAUDIT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHGAUDIT-FILE-STATUS.

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

               FD EXTRACT-FILE.
               01 EXTRACT-REC PIC X(80).

               FD REJECTS-FILE.
               01 REJECTS-REC PIC X(120).

               FD CHGAUDIT-FILE.
               01 CHGAUDIT-REC PIC X(90).

               WORKING-STORAGE SECTION.
               01 WS-MASTER-FILE-STATUS PIC X(2) VALUE "00".
               01 WS-EXTRACT-FILE-STATUS PIC X(2) VALUE "00".
               01 WS-REJECTS-FILE-STATUS PIC X(2) VALUE "00".
               01 WS-CHGAUDIT-FILE-STATUS PIC X(2) VALUE "00".
               01 WS-EOF-SWITCH PIC X(1) VALUE "N".
                  88 STUDENT-MASTER-EOF VALUE "Y".
               01 WS-EXTRACT-EOF-SW PIC X(1) VALUE "N".
                  88 EXTRACT-EOF VALUE "Y".
               01 WS-PARM PIC X(80) VALUE SPACES.
               01 WS-MODE PIC X(8) VALUE SPACES.
                  88 TRIAL-RUN VALUE "TRIAL".

              *> The master, held whole for the rewrite, with a
              *> flag for each student the extract has named.
               78 NUM-STUDENTS-MAX VALUE 500.
               01 WS-STUDENT-TABLE.
                  02 WS-STUDENT-ENTRY OCCURS NUM-STUDENTS-MAX TIMES.
                     03 WS-STUDENT-ID PIC 9(4).
                     03 WS-STUDENT-NAME PIC A(15).
                     03 WS-STUDENT-ENROLLED PIC X(1).
                     03 WS-STUDENT-BIRTH-DATE PIC X(8).
                     03 WS-STUDENT-CONSENT-DATE PIC X(8).
                     03 WS-STUDENT-CONSENT-EXPIRY PIC X(8).
                     03 WS-STUDENT-CLASS-SECTION PIC X(4).
                     03 WS-STUDENT-TEACHER PIC X(12).
                     03 WS-STUDENT-SEEN PIC X(1).
               01 WS-STUDENT-COUNT PIC 9(3) VALUE 0.
               01 WS-FOUND-SWITCH PIC X(1) VALUE "N".
                  88 STUDENT-FOUND VALUE "Y".
               01 WS-FOUND-IDX PIC 9(3) VALUE 0.
               01 WS-NAME-IDX PIC 9(3) VALUE 0.

              *> One parsed extract row.
               01 WS-ROW PIC X(80) VALUE SPACES.
               01 WS-ROW-ID-TEXT PIC X(6) JUSTIFIED RIGHT
                  VALUE SPACES.
               01 WS-ROW-ID PIC 9(4) VALUE 0.
               01 WS-ROW-NAME-RAW PIC X(40) VALUE SPACES.
               01 WS-ROW-NAME-WORK PIC X(40) VALUE SPACES.
               01 WS-ROW-NAME PIC A(15) VALUE SPACES.
               01 WS-LEAD-SPACES PIC 9(2) VALUE 0.
               01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

              *> Changes are held until the whole extract has been
              *> read, then written to the audit file behind the
              *> master rewrite, so a refused run leaves no trail of
              *> changes that never happened.
               78 NUM-CHANGES-MAX VALUE 1000.
               01 WS-CHANGE-TABLE.
                  02 WS-CHANGE-LINE PIC X(90)
                     OCCURS NUM-CHANGES-MAX TIMES.
               01 WS-CHANGE-COUNT PIC 9(4) VALUE 0.
               01 WS-ACTION PIC X(7) VALUE SPACES.
               01 WS-BEFORE-IMAGE PIC X(22) VALUE SPACES.
               01 WS-AFTER-IMAGE PIC X(22) VALUE SPACES.
               01 WS-AUDIT-LINE PIC X(90) VALUE SPACES.
               01 WS-STAMP-DATE PIC 9(8) VALUE 0.
               01 WS-STAMP-TIME PIC 9(8) VALUE 0.
               01 WS-STAMP PIC 9(14) VALUE 0.

               01 WS-ROW-COUNT PIC 9(4) VALUE 0.
               01 WS-MATCHED-COUNT PIC 9(4) VALUE 0.
               01 WS-ADDED-COUNT PIC 9(4) VALUE 0.
               01 WS-RENAMED-COUNT PIC 9(4) VALUE 0.
               01 WS-DEPARTED-COUNT PIC 9(4) VALUE 0.
               01 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
               01 I PIC 9(4).

            PROCEDURE DIVISION.
               PERFORM READ-MODE-PARM.
               PERFORM READ-CURRENT-MASTER
                 THRU READ-CURRENT-MASTER-EXIT.
               OPEN INPUT EXTRACT-FILE.
               IF WS-EXTRACT-FILE-STATUS NOT = "00"
                 DISPLAY "IMPORT : no STUDENT-EXTRACT file"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF.
               OPEN OUTPUT REJECTS-FILE.
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-STAMP-TIME FROM TIME.
               COMPUTE WS-STAMP =
                 (WS-STAMP-DATE * 1000000) + (WS-STAMP-TIME / 100).
               PERFORM IMPORT-ONE-ROW THRU IMPORT-ONE-ROW-EXIT
                 UNTIL EXTRACT-EOF.
               CLOSE EXTRACT-FILE.
               CLOSE REJECTS-FILE.
               IF WS-MATCHED-COUNT + WS-ADDED-COUNT
                   + WS-RENAMED-COUNT = 0
                 DISPLAY "IMPORT : the extract has no usable rows "
                   "- nothing applied, see STUDENT-REJECTS"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF.
               PERFORM CHECK-DEPARTED-STUDENT
                 VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT.
               IF WS-CHANGE-COUNT > 0 AND NOT TRIAL-RUN
                 PERFORM REWRITE-MASTER
                 PERFORM WRITE-CHANGE-AUDIT
               END-IF.
               IF TRIAL-RUN
                 DISPLAY "IMPORT : TRIAL run - nothing applied"
               END-IF.
               DISPLAY "IMPORT : " WS-ROW-COUNT " row(s) read, "
                 WS-MATCHED-COUNT " unchanged, "
                 WS-ADDED-COUNT " added, "
                 WS-RENAMED-COUNT " renamed, "
                 WS-DEPARTED-COUNT " un-enrolled, "
                 WS-REJECTED-COUNT " rejected".
               IF WS-REJECTED-COUNT > 0
                 MOVE 4 TO RETURN-CODE
               END-IF.
            STOP RUN.

            READ-MODE-PARM.
               ACCEPT WS-PARM FROM COMMAND-LINE.
               UNSTRING WS-PARM DELIMITED BY SPACE INTO WS-MODE.
               IF WS-MODE = SPACES
                 MOVE "APPLY" TO WS-MODE
               END-IF.
               IF WS-MODE NOT = "APPLY" AND NOT TRIAL-RUN
                 DISPLAY "IMPORT : unknown mode '" WS-MODE
                   "' - use APPLY or TRIAL"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
               END-IF.

            READ-CURRENT-MASTER.
               OPEN INPUT STUDENT-MASTER-FILE.
               IF WS-MASTER-FILE-STATUS NOT = "00"
                 DISPLAY "IMPORT : no STUDENT-MASTER yet, "
                   "starting empty"
                 GO TO READ-CURRENT-MASTER-EXIT
               END-IF.
               PERFORM READ-ONE-STUDENT
                 UNTIL STUDENT-MASTER-EOF
                   OR WS-STUDENT-COUNT = NUM-STUDENTS-MAX.
               CLOSE STUDENT-MASTER-FILE.
            READ-CURRENT-MASTER-EXIT.
               EXIT.

            READ-ONE-STUDENT.
               READ STUDENT-MASTER-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                   IF SM-STUDENT-ID IS NOT NUMERIC
                     DISPLAY "IMPORT : malformed record '"
                       STUDENT-MASTER-REC "' - fix the master first"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-STUDENT-COUNT
                   MOVE SM-STUDENT-ID
                     TO WS-STUDENT-ID (WS-STUDENT-COUNT)
                   MOVE SM-STUDENT-NAME
                     TO WS-STUDENT-NAME (WS-STUDENT-COUNT)
                   IF SM-ENROLLED = "Y"
                     MOVE "Y"
                       TO WS-STUDENT-ENROLLED (WS-STUDENT-COUNT)
                   ELSE
                     MOVE "N"
                       TO WS-STUDENT-ENROLLED (WS-STUDENT-COUNT)
                   END-IF
                   MOVE SM-BIRTH-DATE
                     TO WS-STUDENT-BIRTH-DATE (WS-STUDENT-COUNT)
                   MOVE SM-CONSENT-DATE
                     TO WS-STUDENT-CONSENT-DATE (WS-STUDENT-COUNT)
                   MOVE SM-CONSENT-EXPIRY
                     TO WS-STUDENT-CONSENT-EXPIRY (WS-STUDENT-COUNT)
                   MOVE SM-CLASS-SECTION
                     TO WS-STUDENT-CLASS-SECTION (WS-STUDENT-COUNT)
                   MOVE SM-TEACHER
                     TO WS-STUDENT-TEACHER (WS-STUDENT-COUNT)
                   MOVE "N" TO WS-STUDENT-SEEN (WS-STUDENT-COUNT)
               END-READ.

            IMPORT-ONE-ROW.
               READ EXTRACT-FILE
                 AT END MOVE "Y" TO WS-EXTRACT-EOF-SW
               END-READ.
               IF EXTRACT-EOF OR EXTRACT-REC = SPACES
                 GO TO IMPORT-ONE-ROW-EXIT
               END-IF.
               ADD 1 TO WS-ROW-COUNT.
               MOVE EXTRACT-REC TO WS-ROW.
               PERFORM PARSE-EXTRACT-ROW THRU PARSE-EXTRACT-ROW-EXIT.
               IF WS-REJECT-REASON NOT = SPACES
                 PERFORM WRITE-REJECT
                 PERFORM KEEP-REJECTED-STUDENT
                 GO TO IMPORT-ONE-ROW-EXIT
               END-IF.
               PERFORM FIND-ROW-STUDENT.
               IF STUDENT-FOUND
                 IF WS-STUDENT-SEEN (WS-FOUND-IDX) = "Y"
                   MOVE "id appears twice in the extract"
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
                 ELSE
                   MOVE "Y" TO WS-STUDENT-SEEN (WS-FOUND-IDX)
                   IF WS-STUDENT-NAME (WS-FOUND-IDX) = WS-ROW-NAME
                     ADD 1 TO WS-MATCHED-COUNT
                   ELSE
                     PERFORM RENAME-STUDENT
                   END-IF
                 END-IF
                 GO TO IMPORT-ONE-ROW-EXIT
               END-IF.
               PERFORM FIND-ROW-NAME.
               IF WS-NAME-IDX > 0
                 MOVE SPACES TO WS-REJECT-REASON
                 STRING "name is on the master as id "
                   DELIMITED BY SIZE
                   WS-STUDENT-ID (WS-NAME-IDX) DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
                 PERFORM WRITE-REJECT
                 GO TO IMPORT-ONE-ROW-EXIT
               END-IF.
               IF WS-STUDENT-COUNT = NUM-STUDENTS-MAX
                 MOVE "master is full" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT
                 GO TO IMPORT-ONE-ROW-EXIT
               END-IF.
               PERFORM ADD-STUDENT.
            IMPORT-ONE-ROW-EXIT.
               EXIT.

           *> id,name - the id must be 1 to 4 digits and the name
           *> letters and spaces only, 15 characters at most.
            PARSE-EXTRACT-ROW.
               MOVE SPACES TO WS-REJECT-REASON WS-ROW-ID-TEXT
                 WS-ROW-NAME-RAW WS-ROW-NAME.
               MOVE 0 TO WS-ROW-ID.
               UNSTRING WS-ROW DELIMITED BY ","
                 INTO WS-ROW-ID-TEXT WS-ROW-NAME-RAW.
               INSPECT WS-ROW-ID-TEXT REPLACING LEADING SPACE BY ZERO.
               IF WS-ROW-ID-TEXT IS NOT NUMERIC
                   OR WS-ROW-ID-TEXT (1:2) NOT = "00"
                   OR WS-ROW-ID-TEXT = "000000"
                 MOVE "student id is not a 1-4 digit number"
                   TO WS-REJECT-REASON
                 GO TO PARSE-EXTRACT-ROW-EXIT
               END-IF.
               MOVE WS-ROW-ID-TEXT TO WS-ROW-ID.
               MOVE 0 TO WS-LEAD-SPACES.
               INSPECT WS-ROW-NAME-RAW
                 TALLYING WS-LEAD-SPACES FOR LEADING SPACE.
               IF WS-LEAD-SPACES = 40
                 MOVE "student name is blank" TO WS-REJECT-REASON
                 GO TO PARSE-EXTRACT-ROW-EXIT
               END-IF.
               MOVE WS-ROW-NAME-RAW (WS-LEAD-SPACES + 1:)
                 TO WS-ROW-NAME-WORK.
               IF WS-ROW-NAME-WORK (16:) NOT = SPACES
                 MOVE "student name is over 15 characters"
                   TO WS-REJECT-REASON
                 GO TO PARSE-EXTRACT-ROW-EXIT
               END-IF.
               IF WS-ROW-NAME-WORK IS NOT ALPHABETIC
                 MOVE "student name is not letters and spaces"
                   TO WS-REJECT-REASON
                 GO TO PARSE-EXTRACT-ROW-EXIT
               END-IF.
               MOVE WS-ROW-NAME-WORK TO WS-ROW-NAME.
            PARSE-EXTRACT-ROW-EXIT.
               EXIT.

           *> A row rejected for its name still names a student
           *> who is at the school - that student must not be
           *> taken for departed.
            KEEP-REJECTED-STUDENT.
               IF WS-ROW-ID > 0
                 PERFORM FIND-ROW-STUDENT
                 IF STUDENT-FOUND
                   MOVE "Y" TO WS-STUDENT-SEEN (WS-FOUND-IDX)
                 END-IF
               END-IF.

            FIND-ROW-STUDENT.
               MOVE "N" TO WS-FOUND-SWITCH.
               MOVE 0 TO WS-FOUND-IDX.
               PERFORM SEARCH-STUDENT-ENTRY
                 VARYING I FROM 1 BY 1
                   UNTIL I > WS-STUDENT-COUNT OR STUDENT-FOUND.

            SEARCH-STUDENT-ENTRY.
               IF WS-STUDENT-ID (I) = WS-ROW-ID
                 MOVE "Y" TO WS-FOUND-SWITCH
                 MOVE I TO WS-FOUND-IDX
               END-IF.

            FIND-ROW-NAME.
               MOVE 0 TO WS-NAME-IDX.
               PERFORM SEARCH-STUDENT-NAME
                 VARYING I FROM 1 BY 1
                   UNTIL I > WS-STUDENT-COUNT OR WS-NAME-IDX > 0.

            SEARCH-STUDENT-NAME.
               IF WS-STUDENT-NAME (I) = WS-ROW-NAME
                 MOVE I TO WS-NAME-IDX
               END-IF.

            ADD-STUDENT.
               ADD 1 TO WS-STUDENT-COUNT.
               MOVE WS-STUDENT-COUNT TO WS-FOUND-IDX.
               MOVE WS-ROW-ID TO WS-STUDENT-ID (WS-FOUND-IDX).
               MOVE WS-ROW-NAME TO WS-STUDENT-NAME (WS-FOUND-IDX).
               MOVE "N" TO WS-STUDENT-ENROLLED (WS-FOUND-IDX).
               MOVE SPACES TO WS-STUDENT-BIRTH-DATE (WS-FOUND-IDX)
                 WS-STUDENT-CONSENT-DATE (WS-FOUND-IDX)
                 WS-STUDENT-CONSENT-EXPIRY (WS-FOUND-IDX)
                 WS-STUDENT-CLASS-SECTION (WS-FOUND-IDX)
                 WS-STUDENT-TEACHER (WS-FOUND-IDX).
               MOVE "Y" TO WS-STUDENT-SEEN (WS-FOUND-IDX).
               ADD 1 TO WS-ADDED-COUNT.
               MOVE "ADD" TO WS-ACTION.
               MOVE SPACES TO WS-BEFORE-IMAGE.
               PERFORM BUILD-AFTER-IMAGE.
               PERFORM HOLD-CHANGE.

            RENAME-STUDENT.
               PERFORM BUILD-BEFORE-IMAGE.
               MOVE WS-ROW-NAME TO WS-STUDENT-NAME (WS-FOUND-IDX).
               ADD 1 TO WS-RENAMED-COUNT.
               MOVE "UPDATE" TO WS-ACTION.
               PERFORM BUILD-AFTER-IMAGE.
               PERFORM HOLD-CHANGE.

           *> Enrolled but not on this term's extract - the student
           *> has left. Students never enrolled are left alone.
            CHECK-DEPARTED-STUDENT.
               IF WS-STUDENT-SEEN (I) = "N"
                   AND WS-STUDENT-ENROLLED (I) = "Y"
                 MOVE I TO WS-FOUND-IDX
                 PERFORM BUILD-BEFORE-IMAGE
                 MOVE "N" TO WS-STUDENT-ENROLLED (I)
                 ADD 1 TO WS-DEPARTED-COUNT
                 MOVE "UNENROL" TO WS-ACTION
                 PERFORM BUILD-AFTER-IMAGE
                 PERFORM HOLD-CHANGE
               END-IF.

            BUILD-BEFORE-IMAGE.
               MOVE SPACES TO WS-BEFORE-IMAGE.
               STRING WS-STUDENT-ID (WS-FOUND-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-STUDENT-NAME (WS-FOUND-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-STUDENT-ENROLLED (WS-FOUND-IDX) DELIMITED BY SIZE
                 INTO WS-BEFORE-IMAGE.

            BUILD-AFTER-IMAGE.
               MOVE SPACES TO WS-AFTER-IMAGE.
               STRING WS-STUDENT-ID (WS-FOUND-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-STUDENT-NAME (WS-FOUND-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-STUDENT-ENROLLED (WS-FOUND-IDX) DELIMITED BY SIZE
                 INTO WS-AFTER-IMAGE.

           *> The audit line is laid out as main_student_maint
           *> writes it; the change is shown now and kept for the
           *> audit file.
            HOLD-CHANGE.
               MOVE SPACES TO WS-AUDIT-LINE.
               STRING WS-STAMP DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-ACTION DELIMITED BY SIZE
                 " before [" DELIMITED BY SIZE
                 WS-BEFORE-IMAGE DELIMITED BY SIZE
                 "] after [" DELIMITED BY SIZE
                 WS-AFTER-IMAGE DELIMITED BY SIZE
                 "]" DELIMITED BY SIZE
                 INTO WS-AUDIT-LINE.
               DISPLAY "IMPORT : " WS-ACTION " [" WS-BEFORE-IMAGE
                 "] -> [" WS-AFTER-IMAGE "]".
               IF WS-CHANGE-COUNT < NUM-CHANGES-MAX
                 ADD 1 TO WS-CHANGE-COUNT
                 MOVE WS-AUDIT-LINE TO WS-CHANGE-LINE (WS-CHANGE-COUNT)
               END-IF.

            WRITE-REJECT.
               ADD 1 TO WS-REJECTED-COUNT.
               MOVE SPACES TO REJECTS-REC.
               STRING WS-REJECT-REASON DELIMITED BY SIZE
                 " : " DELIMITED BY SIZE
                 WS-ROW DELIMITED BY SIZE
                 INTO REJECTS-REC.
               WRITE REJECTS-REC.
               DISPLAY "IMPORT : rejected '" WS-ROW (1:40) "' - "
                 WS-REJECT-REASON.

            REWRITE-MASTER.
               OPEN OUTPUT STUDENT-MASTER-FILE.
               PERFORM WRITE-ONE-STUDENT
                 VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT.
               CLOSE STUDENT-MASTER-FILE.

            WRITE-ONE-STUDENT.
               MOVE WS-STUDENT-ID (I) TO SM-STUDENT-ID.
               MOVE WS-STUDENT-NAME (I) TO SM-STUDENT-NAME.
               MOVE WS-STUDENT-ENROLLED (I) TO SM-ENROLLED.
               MOVE WS-STUDENT-BIRTH-DATE (I) TO SM-BIRTH-DATE.
               MOVE WS-STUDENT-CONSENT-DATE (I) TO SM-CONSENT-DATE.
               MOVE WS-STUDENT-CONSENT-EXPIRY (I)
                 TO SM-CONSENT-EXPIRY.
               MOVE WS-STUDENT-CLASS-SECTION (I) TO SM-CLASS-SECTION.
               MOVE WS-STUDENT-TEACHER (I) TO SM-TEACHER.
               WRITE STUDENT-MASTER-REC.

            WRITE-CHANGE-AUDIT.
               OPEN EXTEND CHGAUDIT-FILE.
               IF WS-CHGAUDIT-FILE-STATUS NOT = "00"
                 OPEN OUTPUT CHGAUDIT-FILE
               END-IF.
               PERFORM WRITE-ONE-CHANGE
                 VARYING I FROM 1 BY 1 UNTIL I > WS-CHANGE-COUNT.
               CLOSE CHGAUDIT-FILE.

            WRITE-ONE-CHANGE.
               MOVE WS-CHANGE-LINE (I) TO CHGAUDIT-REC.
               WRITE CHGAUDIT-REC.
