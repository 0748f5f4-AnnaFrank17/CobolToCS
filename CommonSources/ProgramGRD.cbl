      *Records the graded-work feed from the teaching staff. Each
      *record is validated against group_schedule (no graded work for
      *a day the group has no room assignment) and against group
      *membership in students, and its subject code against the
      *subject master and the group's curriculum kept by PROGRAMSUBJ,
      *then stored in the grades table. A record dated in a month
      *PROGRAMPCLS has closed for the student's campus is rejected.
      *A period check that fails on the database stops the run rather
      *than let the record through, backing out everything the run
      *has posted so the whole feed can be rerun. Rejects are written to
      *exceptions_log and reported, each with the record's date
      *leading the bad value so the month close can find them.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMGRD.

           01 ws-work-date PIC X(8).
           01 ws-subject-code PIC X(6).
           01 ws-score PIC 9(3).
           01 campus_code PIC X(3).
           01 ws-bad-value PIC X(30).
           01 v-count PIC 9(10).

           EXEC SQL END

           COPY "JobRunLog.cpy".

           COPY "Period.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

                       ' group ' group_number
                    PERFORM LOG-EXCEPTION-NOT-MEMBER
                 ELSE
                    PERFORM CHECK-PERIOD-OPEN
                    IF PERIOD-RESULT = 'C'
                       DISPLAY 'Rejected, period closed: '
                          ws-work-date ' campus ' campus_code
                          ' id ' id-student
                       PERFORM LOG-EXCEPTION-CLOSED-PERIOD
                    ELSE
                       PERFORM CHECK-SUBJECT
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *A mistyped code would show on the report card as a subject of
      *its own, so only codes on the master and on the group's
      *curriculum are stored.
       CHECK-SUBJECT.
           EXEC SQL
              SELECT COUNT(*) INTO :v-count
              FROM subjects
              WHERE subject_code = :ws-subject-code
           END-EXEC.
           IF v-count = 0
              DISPLAY 'Rejected, unknown subject: id ' id-student
                 ' subject ' ws-subject-code
              PERFORM LOG-EXCEPTION-BAD-SUBJECT
           ELSE
              EXEC SQL
                 SELECT COUNT(*) INTO :v-count
                 FROM group_curriculum
                 WHERE group_number = :group_number
                   AND subject_code = :ws-subject-code
              END-EXEC
              IF v-count = 0
                 DISPLAY 'Rejected, not on curriculum: group '
                    group_number ' subject ' ws-subject-code
                 PERFORM LOG-EXCEPTION-NOT-CURRIC
              ELSE
                 PERFORM STORE-GRADE
              END-IF
           END-IF.

       CHECK-PERIOD-OPEN.
           MOVE SPACES TO campus_code.
           EXEC SQL
              SELECT campus_code INTO :campus_code
              FROM students
              WHERE id = :id-student
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE campus_code TO PERIOD-CAMPUS-CODE.
           MOVE ws-work-date TO PERIOD-DATE.
           CALL "ProgramPERD" USING SQLCA, PERIOD-REQUEST.
           MOVE 0 TO SQLCODE.
           IF PERIOD-RESULT = 'E'
              DISPLAY 'Period check failed, run stopped at: '
                 ws-work-date ' id ' id-student
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

       LOG-EXCEPTION-BAD-SCORE.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           MOVE SPACES TO ws-bad-value.
           STRING ws-work-date DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-score DELIMITED BY SIZE
              INTO ws-bad-value
           END-STRING.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
              VALUES
                 (:id-student, 'GRD-SCORE',
                  'Score outside the 0-100 range',
                  :ws-bad-value,
                  :group_number, 'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-NO-SCHEDULE.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           MOVE SPACES TO ws-bad-value.
           STRING ws-work-date DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-day-of-week DELIMITED BY SIZE
              INTO ws-bad-value
           END-STRING.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
              VALUES
                 (:id-student, 'GRD-SCHED',
                  'No room assignment for group and day',
                  :ws-bad-value,
                  :group_number, 'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-NOT-MEMBER.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           MOVE SPACES TO ws-bad-value.
           STRING ws-work-date DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              id-student DELIMITED BY SIZE
              INTO ws-bad-value
           END-STRING.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
              VALUES
                 (:id-student, 'GRD-MEMBER',
                  'Student not a member of the group',
                  :ws-bad-value,
                  :group_number, 'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-BAD-SUBJECT.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           MOVE SPACES TO ws-bad-value.
           STRING ws-work-date DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-subject-code DELIMITED BY SIZE
              INTO ws-bad-value
           END-STRING.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  group_number, resolved_flag, log_ts)
              VALUES
                 (:id-student, 'GRD-SUBJ',
                  'Subject code not on the subject master',
                  :ws-bad-value,
                  :group_number, 'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-NOT-CURRIC.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           MOVE SPACES TO ws-bad-value.
           STRING ws-work-date DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-subject-code DELIMITED BY SIZE
              INTO ws-bad-value
           END-STRING.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  group_number, resolved_flag, log_ts)
              VALUES
                 (:id-student, 'GRD-CURRIC',
                  'Subject not on the group curriculum',
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
                  'Graded work dated in a closed period',
                  :ws-work-date,
                  :group_number, :campus_code, 'N',
                  CURRENT TIMESTAMP)
           END-EXEC.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMGRD' TO RUNLOG-JOB-NAME.
