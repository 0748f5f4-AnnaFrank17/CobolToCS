      *Official cumulative transcript. Run for one student id, or with
      *GRADS and a term code for every student the alumni master shows
      *graduating within that term. The student is found on the
      *students table, the alumni master or the latest students_history
      *row, so transcripts are still available after a withdrawal or a
      *graduation. One section is printed per term on term_master in
      *date order: the group and campus the student was billed under
      *for the term (falling back to the group on the attendance
      *rollup and the campus on the student's own row), the average
      *score per subject from grades and the attendance percentage
      *from attendance_rollup. A term with no record for the student
      *is shown as such. The transcript closes with the cumulative
      *average over every mark on file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMTRANS.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "TRANSCR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  TRANS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  TRANS-REC                   PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 students.
              05 id-student PIC 9(5).
              05 first-name PIC X(10).
              05 last-name PIC X(10).
              05 group_number PIC 9(5).
              05 campus_code PIC X(3).

           01 ws-term-code PIC X(6).
           01 ws-term-start PIC X(8).
           01 ws-term-end PIC X(8).
           01 ws-grad-start PIC X(8).
           01 ws-grad-end PIC X(8).
           01 ws-home-campus PIC X(3).
           01 ws-subject-code PIC X(6).
           01 ws-score-total PIC 9(7).
           01 ws-score-count PIC 9(5).
           01 ws-present-count PIC 9(5).
           01 ws-recorded-count PIC 9(5).
           01 ws-status-text PIC X(10).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  WS-SELECTOR                    PIC X(6).
           01  WS-GRAD-TERM                   PIC X(6).
           01  WS-TRANS-STATUS                PIC XX.
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-LINE-PTR                    PIC 9(3).
           01  WS-PAGE-COUNT                  PIC 9(5) VALUE 0.
           01  WS-STUDENT-FOUND               PIC X(1).
           01  WS-SUBJECT-COUNT               PIC 9(3).
           01  WS-AVG-SCORE                   PIC 9(3).
           01  WS-ATT-PCT                     PIC 9(3).
           01  WS-CUM-TOTAL                   PIC 9(9).
           01  WS-CUM-COUNT                   PIC 9(7).
           01  WS-CUM-AVG                     PIC 9(3)V99.
           01  WS-CUM-DISP                    PIC ZZ9.99.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramTRANS: cumulative academic transcript'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-SELECTOR FROM ARGUMENT-VALUE.
       DISPLAY 2 UPON ARGUMENT-NUMBER.
       ACCEPT WS-GRAD-TERM FROM ARGUMENT-VALUE.
       IF WS-SELECTOR = SPACES
          OR (WS-SELECTOR = 'GRADS' AND WS-GRAD-TERM = SPACES)
          OR (WS-SELECTOR NOT = 'GRADS'
              AND WS-SELECTOR(1:5) NOT NUMERIC)
          DISPLAY 'Usage: student-id | GRADS term-code [profile]'
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF.

       DISPLAY 3 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PROFILE FROM ARGUMENT-VALUE.
       IF WS-PROFILE = SPACES
          MOVE 'PROD' TO WS-PROFILE
       END-IF.
       MOVE WS-PROFILE TO SIGNON-PROFILE.
       CALL "ProgramSIGNON" USING SQLCA, SIGNON-REQUEST.

       IF SQLCODE = 0 THEN
          DISPLAY 'Connected.'
          PERFORM INIT-RUN-LOG
          OPEN OUTPUT TRANS-FILE
          IF WS-SELECTOR = 'GRADS'
             PERFORM PRINT-TERM-GRADUATES
          ELSE
             MOVE WS-SELECTOR(1:5) TO id-student
             ADD 1 TO RUNLOG-READ-COUNT
             PERFORM PRINT-TRANSCRIPT
          END-IF
          CLOSE TRANS-FILE
          DISPLAY 'Transcripts written: ' WS-PAGE-COUNT
          MOVE WS-PAGE-COUNT TO RUNLOG-INSERT-COUNT
          MOVE 'OK' TO RUNLOG-STATUS
          PERFORM WRITE-RUN-LOG
          EXEC SQL COMMIT WORK RELEASE END-EXEC
          MOVE 0 TO RETURN-CODE
       ELSE
          DISPLAY 'Connecting...'
          DISPLAY 'SQLCODE = ' SQLCODE
          DISPLAY 'Program is stopped!'
          MOVE 12 TO RETURN-CODE
       END-IF.

       STOP RUN.

       PRINT-TERM-GRADUATES.
           MOVE WS-GRAD-TERM TO ws-term-code.
           EXEC SQL
              SELECT start_date, end_date
              INTO :ws-grad-start, :ws-grad-end
              FROM term_master
              WHERE term_code = :ws-term-code
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'Term not on term master: ' ws-term-code
              MOVE 0 TO SQLCODE
           ELSE
              DISPLAY 'Graduates of term ' ws-term-code ' ('
                 ws-grad-start ' to ' ws-grad-end ')'
              EXEC SQL
                 DECLARE C-TRGRAD CURSOR FOR
                 SELECT id_student
                 FROM alumni
                 WHERE grad_date >= :ws-grad-start
                   AND grad_date <= :ws-grad-end
                 ORDER BY last_name, first_name, id_student
              END-EXEC
              EXEC SQL
                 OPEN C-TRGRAD
              END-EXEC
              PERFORM UNTIL SQLCODE NOT = 0
                 EXEC SQL
                    FETCH C-TRGRAD
                    INTO :id-student
                 END-EXEC
                 IF SQLCODE = 0
                    ADD 1 TO RUNLOG-READ-COUNT
                    PERFORM PRINT-TRANSCRIPT
                 END-IF
              END-PERFORM
              EXEC SQL
                 CLOSE C-TRGRAD
              END-EXEC
              MOVE 0 TO SQLCODE
           END-IF.

       PRINT-TRANSCRIPT.
           PERFORM FIND-STUDENT.
           IF WS-STUDENT-FOUND = 'N'
              DISPLAY 'Student not found on any master: ' id-student
              ADD 1 TO RUNLOG-REJECT-COUNT
           ELSE
              ADD 1 TO WS-PAGE-COUNT
              MOVE 0 TO WS-CUM-TOTAL WS-CUM-COUNT
              PERFORM PRINT-TRANSCRIPT-HEADING
              PERFORM PRINT-ALL-TERMS
              PERFORM PRINT-CUMULATIVE
           END-IF.

      *Current students first, then the alumni master, then the last
      *row archived for a withdrawn student.
       FIND-STUDENT.
           MOVE 'Y' TO WS-STUDENT-FOUND.
           MOVE SPACES TO first-name last-name ws-home-campus.
           MOVE 'ENROLLED' TO ws-status-text.
           EXEC SQL
              SELECT first_name, last_name, campus_code
              INTO :first-name, :last-name, :ws-home-campus
              FROM students
              WHERE id = :id-student
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'GRADUATED' TO ws-status-text
              EXEC SQL
                 SELECT first_name, last_name, campus_code
                 INTO :first-name, :last-name, :ws-home-campus
                 FROM alumni
                 WHERE id_student = :id-student
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 'WITHDRAWN' TO ws-status-text
              EXEC SQL
                 SELECT first_name, last_name, campus_code
                 INTO :first-name, :last-name, :ws-home-campus
                 FROM students_history
                 WHERE id_student = :id-student
                   AND deleted_ts =
                      (SELECT MAX(deleted_ts)
                       FROM students_history
                       WHERE id_student = :id-student)
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-STUDENT-FOUND
           END-IF.
           MOVE 0 TO SQLCODE.

       PRINT-TRANSCRIPT-HEADING.
           MOVE ALL '=' TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'ACADEMIC TRANSCRIPT  -  ' DELIMITED BY SIZE
              FUNCTION TRIM(first-name) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              FUNCTION TRIM(last-name) DELIMITED BY SIZE
              '  (id ' DELIMITED BY SIZE
              id-student DELIMITED BY SIZE
              ')' DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'STATUS: ' DELIMITED BY SIZE
              ws-status-text DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.

       PRINT-ALL-TERMS.
           EXEC SQL
              DECLARE C-TRTERM CURSOR FOR
              SELECT term_code, start_date, end_date
              FROM term_master
              ORDER BY start_date
           END-EXEC.
           EXEC SQL
              OPEN C-TRTERM
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-TRTERM
                 INTO :ws-term-code, :ws-term-start, :ws-term-end
              END-EXEC
              IF SQLCODE = 0
                 PERFORM PRINT-ONE-TERM
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-TRTERM
           END-EXEC.
           MOVE 0 TO SQLCODE.

       PRINT-ONE-TERM.
           PERFORM GET-TERM-PLACEMENT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'TERM ' DELIMITED BY SIZE
              ws-term-code DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              ws-term-start DELIMITED BY SIZE
              ' TO ' DELIMITED BY SIZE
              ws-term-end DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           IF group_number > 0
              MOVE 36 TO WS-LINE-PTR
              STRING '  GROUP ' DELIMITED BY SIZE
                 group_number DELIMITED BY SIZE
                 '  CAMPUS ' DELIMITED BY SIZE
                 campus_code DELIMITED BY SIZE
                 INTO WS-PRINT-LINE WITH POINTER WS-LINE-PTR
              END-STRING
           END-IF.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-TERM-SUBJECTS.
           PERFORM PRINT-TERM-ATTENDANCE.
           IF WS-SUBJECT-COUNT = 0 AND ws-recorded-count = 0
              MOVE '   (no record for this term)' TO WS-PRINT-LINE
              PERFORM PRINT-A-LINE
           END-IF.

      *The term's invoice carries the group and campus the student was
      *placed in; without one the group comes from the attendance
      *rollup and the campus from the student's own row.
       GET-TERM-PLACEMENT.
           MOVE 0 TO group_number.
           MOVE SPACES TO campus_code.
           EXEC SQL
              SELECT MAX(group_number), MAX(campus_code)
              INTO :group_number, :campus_code
              FROM invoices
              WHERE id_student = :id-student
                AND invoice_date >= :ws-term-start
                AND invoice_date <= :ws-term-end
           END-EXEC.
           IF SQLCODE NOT = 0 OR group_number = 0
              MOVE 0 TO group_number
              EXEC SQL
                 SELECT MAX(group_number)
                 INTO :group_number
                 FROM attendance_rollup
                 WHERE id_student = :id-student
                   AND week_start >= :ws-term-start
                   AND week_start <= :ws-term-end
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO group_number
              END-IF
              MOVE ws-home-campus TO campus_code
           END-IF.
           MOVE 0 TO SQLCODE.

       PRINT-TERM-SUBJECTS.
           MOVE 0 TO WS-SUBJECT-COUNT.
           EXEC SQL
              DECLARE C-TRGRD CURSOR FOR
              SELECT subject_code, SUM(score), COUNT(*)
              FROM grades
              WHERE id_student = :id-student
                AND work_date >= :ws-term-start
                AND work_date <= :ws-term-end
              GROUP BY subject_code
              ORDER BY subject_code
           END-EXEC.
           EXEC SQL
              OPEN C-TRGRD
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-TRGRD
                 INTO :ws-subject-code, :ws-score-total,
                      :ws-score-count
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-SUBJECT-COUNT
                 ADD ws-score-total TO WS-CUM-TOTAL
                 ADD ws-score-count TO WS-CUM-COUNT
                 PERFORM PRINT-ONE-SUBJECT
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-TRGRD
           END-EXEC.
           MOVE 0 TO SQLCODE.

       PRINT-ONE-SUBJECT.
           COMPUTE WS-AVG-SCORE =
              ws-score-total / ws-score-count.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   SUBJECT ' DELIMITED BY SIZE
              ws-subject-code DELIMITED BY SIZE
              '  AVERAGE ' DELIMITED BY SIZE
              WS-AVG-SCORE DELIMITED BY SIZE
              '  (' DELIMITED BY SIZE
              ws-score-count DELIMITED BY SIZE
              ' marks)' DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.

       PRINT-TERM-ATTENDANCE.
           MOVE 0 TO ws-present-count ws-recorded-count.
           EXEC SQL
              SELECT COALESCE(SUM(present_count), 0),
                     COALESCE(SUM(recorded_count), 0)
              INTO :ws-present-count, :ws-recorded-count
              FROM attendance_rollup
              WHERE id_student = :id-student
                AND week_start >= :ws-term-start
                AND week_start <= :ws-term-end
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF ws-recorded-count > 0
              COMPUTE WS-ATT-PCT =
                 (ws-present-count * 100) / ws-recorded-count
              MOVE SPACES TO WS-PRINT-LINE
              STRING '   ATTENDANCE: present ' DELIMITED BY SIZE
                 ws-present-count DELIMITED BY SIZE
                 ' of ' DELIMITED BY SIZE
                 ws-recorded-count DELIMITED BY SIZE
                 ' days (' DELIMITED BY SIZE
                 WS-ATT-PCT DELIMITED BY SIZE
                 '%)' DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
              END-STRING
              PERFORM PRINT-A-LINE
           END-IF.

       PRINT-CUMULATIVE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-CUM-COUNT = 0
              MOVE 'CUMULATIVE AVERAGE: no graded work on file'
                 TO WS-PRINT-LINE
           ELSE
              COMPUTE WS-CUM-AVG ROUNDED =
                 WS-CUM-TOTAL / WS-CUM-COUNT
              MOVE WS-CUM-AVG TO WS-CUM-DISP
              STRING 'CUMULATIVE AVERAGE: ' DELIMITED BY SIZE
                 WS-CUM-DISP DELIMITED BY SIZE
                 '  (' DELIMITED BY SIZE
                 WS-CUM-COUNT DELIMITED BY SIZE
                 ' marks)' DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
              END-STRING
           END-IF.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-A-LINE.
           WRITE TRANS-REC FROM WS-PRINT-LINE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMTRANS' TO RUNLOG-JOB-NAME.
           MOVE 0 TO RUNLOG-READ-COUNT RUNLOG-INSERT-COUNT
              RUNLOG-DELETE-COUNT RUNLOG-REJECT-COUNT.
           PERFORM GET-CLOCK-STAMP.
           MOVE RUNLOG-END-TS TO RUNLOG-START-TS.

       GET-CLOCK-STAMP.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           STRING WS-CLOCK-DATE DELIMITED BY SIZE
              WS-CLOCK-TIME(1:6) DELIMITED BY SIZE
              INTO RUNLOG-END-TS
           END-STRING.

       WRITE-RUN-LOG.
           PERFORM GET-CLOCK-STAMP.
           CALL "ProgramRUNLOG" USING SQLCA, RUNLOG.
