      *Month-end period close and reopen. period_control holds one
      *row per campus and month (YYYYMM) with its status, C closed or
      *O open; PROGRAMPERD reads it for attendance, graded work and
      *payment posting, which reject any record dated in a closed
      *month to exceptions_log. Argument 3 is the action, CLOSE or
      *REOPEN, argument 4 the campus and argument 5 the month.
      *CLOSE locks a month once it has ended, refused while
      *exceptions_log still holds unresolved exceptions logged in
      *that month for the campus, or attendance, graded work or
      *payment rejects whose record date (leading the bad value)
      *falls in it though they were logged later - they are listed
      *so they can be worked first. REOPEN unlocks a closed month for
      *a genuine correction and needs the reason in argument 6. Every
      *close and reopen is recorded in audit_log with the operator.
      *Argument 2 is the operator id. Without an active grant for
      *PCLS on operator_authority the run is refused and rejected to
      *exceptions_log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMPCLS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 id-student PIC 9(5).
           01 campus_code PIC X(3).
           01 ws-period PIC X(6).
           01 ws-month-key PIC X(7).
           01 ws-period-status PIC X(1).
           01 ws-operator-id PIC X(8).
           01 ws-exception-type PIC X(10).
           01 ws-bad-value PIC X(30).
           01 ws-old-value PIC X(30).
           01 ws-new-value PIC X(30).
           01 v-count PIC 9(10).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           COPY "Authority.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  WS-ACTION                      PIC X(8).
           01  WS-REASON                      PIC X(30).
           01  WS-TODAY                       PIC 9(8).
           01  WS-PERIOD-NUM                  PIC 9(6).

       PROCEDURE DIVISION.

       DISPLAY 'ProgramPCLS: month-end period close'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PROFILE FROM ARGUMENT-VALUE.
       IF WS-PROFILE = SPACES
          MOVE 'PROD' TO WS-PROFILE
       END-IF.

       DISPLAY 2 UPON ARGUMENT-NUMBER.
       ACCEPT ws-operator-id FROM ARGUMENT-VALUE.

       DISPLAY 3 UPON ARGUMENT-NUMBER.
       ACCEPT WS-ACTION FROM ARGUMENT-VALUE.

       DISPLAY 4 UPON ARGUMENT-NUMBER.
       ACCEPT campus_code FROM ARGUMENT-VALUE.

       DISPLAY 5 UPON ARGUMENT-NUMBER.
       ACCEPT ws-period FROM ARGUMENT-VALUE.

       DISPLAY 6 UPON ARGUMENT-NUMBER.
       ACCEPT WS-REASON FROM ARGUMENT-VALUE.
       MOVE WS-PROFILE TO SIGNON-PROFILE.
       CALL "ProgramSIGNON" USING SQLCA, SIGNON-REQUEST.

       IF SQLCODE = 0 THEN
          DISPLAY 'Connected.'
          PERFORM INIT-RUN-LOG
          PERFORM CHECK-OPERATOR-AUTHORITY
          PERFORM CHECK-RUN-ARGUMENTS
          PERFORM GET-PERIOD-STATUS
          IF WS-ACTION = 'CLOSE'
             PERFORM CLOSE-PERIOD
          ELSE
             PERFORM REOPEN-PERIOD
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

      *Only a month that has ended can be closed; the current month
      *is still taking postings.
       CHECK-RUN-ARGUMENTS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-ACTION NOT = 'CLOSE' AND WS-ACTION NOT = 'REOPEN'
              DISPLAY 'Refused: action must be CLOSE or REOPEN'
              PERFORM REFUSE-RUN
           END-IF.
           IF campus_code = SPACES
              OR ws-period IS NOT NUMERIC
              OR ws-period(5:2) < '01' OR ws-period(5:2) > '12'
              DISPLAY 'Refused: campus and month (YYYYMM) required'
              PERFORM REFUSE-RUN
           END-IF.
           MOVE ws-period TO WS-PERIOD-NUM.
           IF WS-ACTION = 'CLOSE'
              AND WS-PERIOD-NUM NOT < WS-TODAY(1:6)
              DISPLAY 'Refused: month ' ws-period ' has not ended'
              PERFORM REFUSE-RUN
           END-IF.
           IF WS-ACTION = 'REOPEN' AND WS-REASON = SPACES
              DISPLAY 'Refused: a reopen needs the reason'
              PERFORM REFUSE-RUN
           END-IF.
           STRING ws-period(1:4) DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              ws-period(5:2) DELIMITED BY SIZE
              INTO ws-month-key
           END-STRING.
           DISPLAY WS-ACTION ' campus ' campus_code ' month '
              ws-period ' by ' ws-operator-id.

       GET-PERIOD-STATUS.
           MOVE 'O' TO ws-period-status.
           EXEC SQL
              SELECT period_status INTO :ws-period-status
              FROM period_control
              WHERE campus_code = :campus_code
                AND period = :ws-period
           END-EXEC.
           MOVE 0 TO SQLCODE.

       CLOSE-PERIOD.
           IF ws-period-status = 'C'
              DISPLAY 'Month already closed: ' campus_code ' '
                 ws-period
           ELSE
              PERFORM LIST-OPEN-EXCEPTIONS
              IF RUNLOG-READ-COUNT > 0
                 DISPLAY 'Refused: ' RUNLOG-READ-COUNT
                    ' unresolved exceptions for the month'
                 PERFORM REFUSE-RUN
              END-IF
              MOVE 'C' TO ws-period-status
              PERFORM STORE-PERIOD-STATUS
              MOVE SPACES TO ws-old-value ws-new-value
              STRING campus_code DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 ws-period DELIMITED BY SIZE
                 ' OPEN' DELIMITED BY SIZE
                 INTO ws-old-value
              END-STRING
              STRING campus_code DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 ws-period DELIMITED BY SIZE
                 ' CLOSED' DELIMITED BY SIZE
                 INTO ws-new-value
              END-STRING
              EXEC SQL
                 INSERT INTO audit_log
                    (id_student, operation, field_name,
                     old_value, new_value, operator_id, log_ts)
                 VALUES
                    (0, 'PRD-CLOSE', 'PERIOD',
                     :ws-old-value, :ws-new-value, :ws-operator-id,
                     CURRENT TIMESTAMP)
              END-EXEC
              DISPLAY 'Month closed: ' campus_code ' ' ws-period
           END-IF.

      *The reason given for the reopen is kept as the new value on
      *the audit row.
       REOPEN-PERIOD.
           IF ws-period-status NOT = 'C'
              DISPLAY 'Refused: month is not closed: ' campus_code
                 ' ' ws-period
              PERFORM REFUSE-RUN
           END-IF.
           MOVE 'O' TO ws-period-status.
           PERFORM STORE-PERIOD-STATUS.
           MOVE SPACES TO ws-old-value.
           STRING campus_code DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-period DELIMITED BY SIZE
              ' CLOSED' DELIMITED BY SIZE
              INTO ws-old-value
           END-STRING.
           MOVE WS-REASON TO ws-new-value.
           EXEC SQL
              INSERT INTO audit_log
                 (id_student, operation, field_name,
                  old_value, new_value, operator_id, log_ts)
              VALUES
                 (0, 'PRD-REOPEN', 'PERIOD',
                  :ws-old-value, :ws-new-value, :ws-operator-id,
                  CURRENT TIMESTAMP)
           END-EXEC.
           DISPLAY 'Month reopened: ' campus_code ' ' ws-period
              ' - ' WS-REASON.

       STORE-PERIOD-STATUS.
           EXEC SQL
              UPDATE period_control
              SET period_status = :ws-period-status,
                  operator_id = :ws-operator-id,
                  log_ts = CURRENT TIMESTAMP
              WHERE campus_code = :campus_code
                AND period = :ws-period
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL
                 INSERT INTO period_control
                    (campus_code, period, period_status,
                     operator_id, log_ts)
                 VALUES
                    (:campus_code, :ws-period, :ws-period-status,
                     :ws-operator-id, CURRENT TIMESTAMP)
              END-EXEC
           END-IF.
           ADD 1 TO RUNLOG-INSERT-COUNT.

      *An exception belongs to the campus it was logged against or,
      *where it carries none, to the student's campus. A feed reject
      *for a record dated on the last days of the month is often
      *logged in the next, so the posting jobs' rejects are matched
      *on the record date that leads their bad value as well.
       LIST-OPEN-EXCEPTIONS.
           EXEC SQL
              DECLARE C-PCLSEXC CURSOR FOR
              SELECT e.id_student, e.exception_type, e.bad_value
              FROM exceptions_log e
              WHERE e.resolved_flag = 'N'
                AND (SUBSTR(e.log_ts, 1, 7) = :ws-month-key
                     OR (e.exception_type IN
                            ('ATT-TERM', 'ATT-SCHED', 'ATT-MEMBER',
                             'GRD-SCORE', 'GRD-SCHED', 'GRD-MEMBER',
                             'GRD-SUBJ', 'GRD-CURRIC', 'PAY-NOINV',
                             'PER-CLOSED')
                         AND SUBSTR(e.bad_value, 1, 6) = :ws-period))
                AND (e.campus_code = :campus_code
                     OR e.id_student IN
                        (SELECT s.id FROM students s
                         WHERE s.campus_code = :campus_code))
              ORDER BY e.exception_type, e.id_student
           END-EXEC.
           EXEC SQL
              OPEN C-PCLSEXC
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-PCLSEXC
                 INTO :id-student, :ws-exception-type, :ws-bad-value
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO RUNLOG-READ-COUNT
                 DISPLAY '   Unresolved: ' ws-exception-type ' id '
                    id-student ' ' ws-bad-value
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-PCLSEXC
           END-EXEC.
           MOVE 0 TO SQLCODE.

       REFUSE-RUN.
           MOVE 'REFUSED' TO RUNLOG-STATUS.
           PERFORM WRITE-RUN-LOG.
           EXEC SQL COMMIT WORK RELEASE END-EXEC.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       CHECK-OPERATOR-AUTHORITY.
           MOVE ws-operator-id TO AUTH-OPERATOR-ID.
           MOVE 'PCLS' TO AUTH-FUNCTION.
           CALL "ProgramAUTH" USING SQLCA, AUTH-REQUEST.
           MOVE 0 TO SQLCODE.
           IF AUTH-RESULT NOT = 'Y'
              DISPLAY 'Operator not authorised for PCLS: '
                 ws-operator-id
              ADD 1 TO RUNLOG-REJECT-COUNT
              EXEC SQL
                 INSERT INTO exceptions_log
                    (id_student, exception_type,
                     description, bad_value,
                     resolved_flag, log_ts)
                 VALUES
                    (0, 'OPR-AUTH',
                     'Operator not authorised for PCLS',
                     :ws-operator-id,
                     'N', CURRENT TIMESTAMP)
              END-EXEC
              PERFORM REFUSE-RUN
           END-IF.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMPCLS' TO RUNLOG-JOB-NAME.
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
