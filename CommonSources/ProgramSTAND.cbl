      *Academic standing check run ahead of the annual rollover. In
      *EVALUATE mode (the default) every active student on the FILE001
      *extract is given a decision for the term in progress from the
      *term master: the term average of the student's scores in the
      *grades table and the attendance percentage from
      *attendance_rollup are compared with the thresholds given on the
      *command line. Under the retain average or retain attendance the
      *student is kept back (R); under the probation figures the
      *student moves up on probation (B); otherwise the student is
      *promoted (P). Decisions are kept in academic_standing per
      *student and term, and the STANDRPT report lists probation and
      *retain cases with their class. A rerun refreshes the computed
      *decision but never overwrites a teacher's override. In OVERRIDE
      *mode the class teachers' STDOVR feed replaces individual
      *decisions; each override is recorded in audit_log. Once
      *PROGRAMROLL CONFIRM has applied the term's rollover the
      *decisions are marked rolled and no further override is accepted.
      *PROGRAMROLL reads the retain list from academic_standing for
      *both its pre-run report and the CONFIRM run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMSTAND.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT STUDENT ASSIGN TO "FILE001"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS STUDENT-ID
              FILE STATUS IS FS.
           SELECT REPORT-FILE ASSIGN TO "STANDRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
           SELECT OVR-FEED ASSIGN TO "STDOVR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT.
           COPY "StudentFile.cpy".

           FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  REPORT-REC                  PIC X(80).

           FD  OVR-FEED
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  OVR-FEED-REC.
               05 SO-ID-STUDENT PIC 9(5).
               05 SO-DECISION PIC X(1).
               05 SO-TEACHER-ID PIC X(8).
               05 SO-REASON PIC X(30).
               05 FILLER PIC X(36).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 id-student PIC 9(5).
           01 ws-class PIC X(3).
           01 ws-campus-code PIC X(3).
           01 ws-run-date PIC X(8).
           01 ws-term-start PIC X(8).
           01 ws-term-end PIC X(8).
           01 ws-term-avg PIC 9(3)V99.
           01 ws-grade-count PIC 9(7).
           01 ws-roll-present PIC 9(5).
           01 ws-roll-recorded PIC 9(5).
           01 ws-att-pct PIC 9(3).
           01 ws-decision PIC X(1).
           01 ws-old-decision PIC X(1).
           01 ws-override-flag PIC X(1).
           01 ws-roll-status PIC X(1).
           01 ws-teacher-id PIC X(8).
           01 ws-reason PIC X(30).
           01 v-count PIC 9(10).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  WS-RUN-MODE                    PIC X(8).
           01  FS                             PIC XX.
           01  WS-REPORT-STATUS               PIC XX.
           01  WS-FEED-STATUS                 PIC XX.
           01  WS-EOF                         PIC X(1).
           01  WS-FEED-EOF                    PIC X(1).
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-PARM                        PIC X(3).
           01  WS-PROB-AVG                    PIC 9(3) VALUE 60.
           01  WS-RETAIN-AVG                  PIC 9(3) VALUE 45.
           01  WS-PROB-ATT                    PIC 9(3) VALUE 85.
           01  WS-RETAIN-ATT                  PIC 9(3) VALUE 70.
           01  WS-ROW-FOUND                   PIC X(1).
           01  WS-PROMOTE-COUNT               PIC 9(5) VALUE 0.
           01  WS-PROBATION-COUNT             PIC 9(5) VALUE 0.
           01  WS-RETAIN-COUNT                PIC 9(5) VALUE 0.
           01  WS-KEPT-OVERRIDE               PIC 9(5) VALUE 0.
           01  WS-DECISION-TEXT               PIC X(9).
           01  WS-AVG-DISP                    PIC ZZ9.99.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramSTAND: academic standing before rollover'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE.
       IF WS-RUN-MODE = SPACES
          MOVE 'EVALUATE' TO WS-RUN-MODE
       END-IF.

       DISPLAY 2 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PROFILE FROM ARGUMENT-VALUE.
       IF WS-PROFILE = SPACES
          MOVE 'PROD' TO WS-PROFILE
       END-IF.

       DISPLAY 3 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PARM FROM ARGUMENT-VALUE.
       IF WS-PARM NOT = SPACES
          MOVE FUNCTION NUMVAL(WS-PARM) TO WS-PROB-AVG
       END-IF.
       DISPLAY 4 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PARM FROM ARGUMENT-VALUE.
       IF WS-PARM NOT = SPACES
          MOVE FUNCTION NUMVAL(WS-PARM) TO WS-RETAIN-AVG
       END-IF.
       DISPLAY 5 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PARM FROM ARGUMENT-VALUE.
       IF WS-PARM NOT = SPACES
          MOVE FUNCTION NUMVAL(WS-PARM) TO WS-PROB-ATT
       END-IF.
       DISPLAY 6 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PARM FROM ARGUMENT-VALUE.
       IF WS-PARM NOT = SPACES
          MOVE FUNCTION NUMVAL(WS-PARM) TO WS-RETAIN-ATT
       END-IF.

       MOVE WS-PROFILE TO SIGNON-PROFILE.
       CALL "ProgramSIGNON" USING SQLCA, SIGNON-REQUEST.

       IF SQLCODE = 0 THEN
          DISPLAY 'Connected.'
          PERFORM INIT-RUN-LOG
          PERFORM GET-TERM-IN-PROGRESS
          IF WS-RUN-MODE = 'OVERRIDE'
             PERFORM PROCESS-OVERRIDES
          ELSE
             PERFORM EVALUATE-STANDING
          END-IF
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

       GET-TERM-IN-PROGRESS.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           MOVE WS-CLOCK-DATE TO ws-run-date.
           EXEC SQL
              SELECT start_date, end_date
              INTO :ws-term-start, :ws-term-end
              FROM term_master
              WHERE start_date <= :ws-run-date
                AND end_date >= :ws-run-date
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'No term in progress on ' ws-run-date
              MOVE 'NOTERM' TO RUNLOG-STATUS
              PERFORM WRITE-RUN-LOG
              EXEC SQL COMMIT WORK RELEASE END-EXEC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'Term ' ws-term-start ' to ' ws-term-end.

       EVALUATE-STANDING.
           DISPLAY 'Probation under ' WS-PROB-AVG ' avg / '
              WS-PROB-ATT '% att, retain under ' WS-RETAIN-AVG
              ' avg / ' WS-RETAIN-ATT '% att'.
           OPEN INPUT STUDENT.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'ACADEMIC STANDING - TERM ' DELIMITED BY SIZE
              ws-term-start DELIMITED BY SIZE
              ' TO ' DELIMITED BY SIZE
              ws-term-end DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'CLASS ID    AVERAGE ATT% DECISION' DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO STUDENT-ID.
           START STUDENT KEY IS NOT LESS THAN STUDENT-ID
              INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ STUDENT NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF STATUS-CODE = 'A'
                       ADD 1 TO RUNLOG-READ-COUNT
                       PERFORM EVALUATE-ONE-STUDENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STUDENT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'PROMOTE ' DELIMITED BY SIZE
              WS-PROMOTE-COUNT DELIMITED BY SIZE
              '  PROBATION ' DELIMITED BY SIZE
              WS-PROBATION-COUNT DELIMITED BY SIZE
              '  RETAIN ' DELIMITED BY SIZE
              WS-RETAIN-COUNT DELIMITED BY SIZE
              '  OVERRIDES KEPT ' DELIMITED BY SIZE
              WS-KEPT-OVERRIDE DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           CLOSE REPORT-FILE.
           DISPLAY 'Students evaluated: ' RUNLOG-READ-COUNT.
           DISPLAY 'Promote:            ' WS-PROMOTE-COUNT.
           DISPLAY 'Probation:          ' WS-PROBATION-COUNT.
           DISPLAY 'Retain:             ' WS-RETAIN-COUNT.
           DISPLAY 'Overrides kept:     ' WS-KEPT-OVERRIDE.

       EVALUATE-ONE-STUDENT.
           MOVE STUDENT-ID TO id-student.
           MOVE CLASS1 TO ws-class.
           MOVE CAMPUS-CODE TO ws-campus-code.
           PERFORM GET-TERM-AVERAGE.
           PERFORM GET-ATTENDANCE-PCT.
      *A student with no graded work or no recorded attendance in the
      *term is judged on the measure that exists.
           EVALUATE TRUE
              WHEN (ws-grade-count > 0
                    AND ws-term-avg < WS-RETAIN-AVG)
                OR (ws-roll-recorded > 0
                    AND ws-att-pct < WS-RETAIN-ATT)
                 MOVE 'R' TO ws-decision
              WHEN (ws-grade-count > 0
                    AND ws-term-avg < WS-PROB-AVG)
                OR (ws-roll-recorded > 0
                    AND ws-att-pct < WS-PROB-ATT)
                 MOVE 'B' TO ws-decision
              WHEN OTHER
                 MOVE 'P' TO ws-decision
           END-EVALUATE.
           PERFORM STORE-DECISION.

       GET-TERM-AVERAGE.
           MOVE 0 TO ws-term-avg ws-grade-count.
           EXEC SQL
              SELECT AVG(score), COUNT(*)
              INTO :ws-term-avg, :ws-grade-count
              FROM grades
              WHERE id_student = :id-student
                AND work_date >= :ws-term-start
                AND work_date <= :ws-term-end
           END-EXEC.
           IF SQLCODE NOT = 0 OR ws-grade-count = 0
              MOVE 0 TO ws-term-avg ws-grade-count
              MOVE 0 TO SQLCODE
           END-IF.

       GET-ATTENDANCE-PCT.
           MOVE 0 TO ws-roll-present ws-roll-recorded.
           EXEC SQL
              SELECT SUM(present_count), SUM(recorded_count)
              INTO :ws-roll-present, :ws-roll-recorded
              FROM attendance_rollup
              WHERE id_student = :id-student
                AND week_start >= :ws-term-start
                AND week_start <= :ws-term-end
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO ws-roll-present ws-roll-recorded
              MOVE 0 TO SQLCODE
           END-IF.
           IF ws-roll-recorded > 0
              COMPUTE ws-att-pct =
                 (ws-roll-present * 100) / ws-roll-recorded
           ELSE
              MOVE 100 TO ws-att-pct
           END-IF.

      *The computed decision is always refreshed; the effective
      *decision is only replaced where no override stands.
       STORE-DECISION.
           MOVE 'Y' TO WS-ROW-FOUND.
           EXEC SQL
              SELECT decision, override_flag
              INTO :ws-old-decision, :ws-override-flag
              FROM academic_standing
              WHERE id_student = :id-student
                AND term_start = :ws-term-start
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-ROW-FOUND
              MOVE 'N' TO ws-override-flag
              MOVE 0 TO SQLCODE
           END-IF.
           IF WS-ROW-FOUND = 'N'
              EXEC SQL
                 INSERT INTO academic_standing
                    (id_student, term_start, class_code,
                     campus_code, term_avg, att_pct,
                     computed_decision, decision, override_flag,
                     roll_status, decision_date, log_ts)
                 VALUES
                    (:id-student, :ws-term-start, :ws-class,
                     :ws-campus-code, :ws-term-avg, :ws-att-pct,
                     :ws-decision, :ws-decision, 'N',
                     'O', :ws-run-date, CURRENT TIMESTAMP)
              END-EXEC
              ADD 1 TO RUNLOG-INSERT-COUNT
           ELSE
              IF ws-override-flag = 'Y'
                 EXEC SQL
                    UPDATE academic_standing
                    SET term_avg = :ws-term-avg,
                        att_pct = :ws-att-pct,
                        computed_decision = :ws-decision,
                        log_ts = CURRENT TIMESTAMP
                    WHERE id_student = :id-student
                      AND term_start = :ws-term-start
                 END-EXEC
                 ADD 1 TO WS-KEPT-OVERRIDE
                 MOVE ws-old-decision TO ws-decision
              ELSE
                 EXEC SQL
                    UPDATE academic_standing
                    SET class_code = :ws-class,
                        campus_code = :ws-campus-code,
                        term_avg = :ws-term-avg,
                        att_pct = :ws-att-pct,
                        computed_decision = :ws-decision,
                        decision = :ws-decision,
                        decision_date = :ws-run-date,
                        log_ts = CURRENT TIMESTAMP
                    WHERE id_student = :id-student
                      AND term_start = :ws-term-start
                 END-EXEC
              END-IF
           END-IF.
           MOVE 0 TO SQLCODE.
           EVALUATE ws-decision
              WHEN 'R'
                 ADD 1 TO WS-RETAIN-COUNT
                 MOVE 'RETAIN' TO WS-DECISION-TEXT
                 PERFORM PRINT-DECISION-LINE
              WHEN 'B'
                 ADD 1 TO WS-PROBATION-COUNT
                 MOVE 'PROBATION' TO WS-DECISION-TEXT
                 PERFORM PRINT-DECISION-LINE
              WHEN OTHER
                 ADD 1 TO WS-PROMOTE-COUNT
           END-EVALUATE.

       PRINT-DECISION-LINE.
           MOVE ws-term-avg TO WS-AVG-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING ws-class DELIMITED BY SIZE
              '   ' DELIMITED BY SIZE
              id-student DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-AVG-DISP DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              ws-att-pct DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-DECISION-TEXT DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           IF ws-override-flag = 'Y'
              MOVE '(OVERRIDE)' TO WS-PRINT-LINE(41:10)
           END-IF.
           PERFORM PRINT-A-LINE.

       PROCESS-OVERRIDES.
           OPEN INPUT OVR-FEED.
           IF WS-FEED-STATUS NOT = '00'
              DISPLAY 'Override feed not available, status: '
                 WS-FEED-STATUS
              MOVE 'ABORT' TO RUNLOG-STATUS
              PERFORM WRITE-RUN-LOG
              EXEC SQL COMMIT WORK RELEASE END-EXEC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-FEED-EOF.
           PERFORM UNTIL WS-FEED-EOF = 'Y'
              READ OVR-FEED
                 AT END MOVE 'Y' TO WS-FEED-EOF
                 NOT AT END
                    ADD 1 TO RUNLOG-READ-COUNT
                    PERFORM PROCESS-OVERRIDE-RECORD
              END-READ
           END-PERFORM.
           CLOSE OVR-FEED.
           DISPLAY 'Overrides read:     ' RUNLOG-READ-COUNT.
           DISPLAY 'Overrides applied:  ' RUNLOG-INSERT-COUNT.
           DISPLAY 'Overrides rejected: ' RUNLOG-REJECT-COUNT.

       PROCESS-OVERRIDE-RECORD.
           MOVE SO-ID-STUDENT TO id-student.
           MOVE SO-DECISION TO ws-decision.
           MOVE SO-TEACHER-ID TO ws-teacher-id.
           MOVE SO-REASON TO ws-reason.
           IF (ws-decision NOT = 'P' AND ws-decision NOT = 'B'
               AND ws-decision NOT = 'R')
              OR ws-teacher-id = SPACES
              DISPLAY 'Rejected, bad override record: ' id-student
              PERFORM LOG-EXCEPTION-BAD-DECISION
           ELSE
              EXEC SQL
                 SELECT decision, roll_status
                 INTO :ws-old-decision, :ws-roll-status
                 FROM academic_standing
                 WHERE id_student = :id-student
                   AND term_start = :ws-term-start
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    MOVE 0 TO SQLCODE
                    DISPLAY 'Rejected, no standing decision: '
                       id-student
                    PERFORM LOG-EXCEPTION-NO-DECISION
                 WHEN ws-roll-status = 'R'
                    DISPLAY 'Rejected, rollover already applied: '
                       id-student
                    PERFORM LOG-EXCEPTION-ROLLED
                 WHEN OTHER
                    PERFORM APPLY-OVERRIDE
              END-EVALUATE
           END-IF.

       APPLY-OVERRIDE.
           EXEC SQL
              UPDATE academic_standing
              SET decision = :ws-decision,
                  override_flag = 'Y',
                  override_by = :ws-teacher-id,
                  override_reason = :ws-reason,
                  decision_date = :ws-run-date,
                  log_ts = CURRENT TIMESTAMP
              WHERE id_student = :id-student
                AND term_start = :ws-term-start
           END-EXEC.
           EXEC SQL
              INSERT INTO audit_log
                 (id_student, operation, field_name,
                  old_value, new_value, log_ts)
              VALUES
                 (:id-student, 'STANDING', 'DECISION',
                  :ws-old-decision, :ws-decision, CURRENT TIMESTAMP)
           END-EXEC.
           ADD 1 TO RUNLOG-INSERT-COUNT.
           DISPLAY 'Override ' id-student ': ' ws-old-decision
              ' -> ' ws-decision ' by ' ws-teacher-id.

       LOG-EXCEPTION-BAD-DECISION.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'STD-DECIS',
                  'Override decision not P, B or R, or no teacher',
                  :ws-decision,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-NO-DECISION.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'STD-NOROW',
                  'No standing decision for the term',
                  :ws-teacher-id,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-ROLLED.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'STD-ROLLED',
                  'Override after rollover applied',
                  :ws-teacher-id,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       PRINT-A-LINE.
           WRITE REPORT-REC FROM WS-PRINT-LINE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMSTAND' TO RUNLOG-JOB-NAME.
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
