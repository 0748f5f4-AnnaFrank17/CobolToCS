      *Records the daily attendance feed. Each record is validated
      *against group_schedule (no attendance for a day the group has
      *no room assignment) and against group membership in students,
      *then stored in the attendance table. A record dated in a
      *month PROGRAMPCLS has closed for the student's campus is
      *rejected; a period check that fails on the database stops the
      *run rather than let the record through, backing out everything
      *the run has posted so the whole feed can be rerun. Rejects are
      *written to exceptions_log and reported, each with the record's
      *date leading the bad value so the month close can find them.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMATT.

           01 ws-day-of-week PIC 9(1).
           01 ws-att-date PIC X(8).
           01 ws-att-status PIC X(1).
           01 campus_code PIC X(3).
           01 ws-schedule-code PIC X(6).
           01 ws-week-start PIC X(8).
           01 ws-present-add PIC 9(1).
           01 ws-absent-add PIC 9(1).
           01 ws-bad-value PIC X(30).
           01 v-count PIC 9(10).

           EXEC SQL END

           COPY "JobRunLog.cpy".

           COPY "Period.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

              PERFORM LOG-EXCEPTION-NO-TERM
              GO TO PROCESS-ATT-EXIT
           END-IF.
           PERFORM CHECK-PERIOD-OPEN.
           IF PERIOD-RESULT = 'C'
              DISPLAY 'Rejected, period closed: ' ws-att-date
                 ' campus ' campus_code ' id ' id-student
              PERFORM LOG-EXCEPTION-CLOSED-PERIOD
              GO TO PROCESS-ATT-EXIT
           END-IF.
           PERFORM CHECK-SCHEDULE-DAY.
           IF v-count = 0
              DISPLAY 'Rejected, no room assignment: group '
              END-IF
           END-IF.

      *The period belongs to the student's campus; a student not on
      *file has none and is rejected below as not in the group.
       CHECK-PERIOD-OPEN.
           MOVE SPACES TO campus_code.
           EXEC SQL
              SELECT campus_code INTO :campus_code
              FROM students
              WHERE id = :id-student
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE campus_code TO PERIOD-CAMPUS-CODE.
           MOVE ws-att-date TO PERIOD-DATE.
           CALL "ProgramPERD" USING SQLCA, PERIOD-REQUEST.
           MOVE 0 TO SQLCODE.
           IF PERIOD-RESULT = 'E'
              DISPLAY 'Period check failed, run stopped at: '
                 ws-att-date ' id ' id-student
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE 'ABORT' TO RUNLOG-STATUS
              PERFORM WRITE-RUN-LOG
              EXEC SQL COMMIT WORK RELEASE END-EXEC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-SCHEDULE-DAY.
           EXEC SQL
              SELECT COUNT(*) INTO :v-count

       LOG-EXCEPTION-NO-SCHEDULE.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           MOVE SPACES TO ws-bad-value.
           STRING ws-att-date DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-day-of-week DELIMITED BY SIZE
              INTO ws-bad-value
           END-STRING.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
              VALUES
                 (:id-student, 'ATT-SCHED',
                  'No room assignment for group and day',
                  :ws-bad-value,
                  :group_number, 'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-NOT-MEMBER.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           MOVE SPACES TO ws-bad-value.
           STRING ws-att-date DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              id-student DELIMITED BY SIZE
              INTO ws-bad-value
           END-STRING.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
              VALUES
                 (:id-student, 'ATT-MEMBER',
                  'Student not a member of the group',
                  :ws-bad-value,
                  :group_number, 'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-CLOSED-PERIOD.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  group_number, campus_code, resolved_flag, log_ts)
              VALUES
                 (:id-student, 'PER-CLOSED',
                  'Attendance dated in a closed period',
                  :ws-att-date,
                  :group_number, :campus_code, 'N',
                  CURRENT TIMESTAMP)
           END-EXEC.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMATT' TO RUNLOG-JOB-NAME.
