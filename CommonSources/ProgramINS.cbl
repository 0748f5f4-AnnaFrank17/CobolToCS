      *instructor with no remaining assignments, S assigns an
      *instructor to a group and weekday alongside the room booking,
      *R removes an assignment. Rejects go to exceptions_log.
      *Argument 2 is the operator id. Without an active grant for
      *INS on operator_authority every transaction of the run is
      *rejected to exceptions_log. Every applied master change and
      *assignment change is written to audit_log with the details
      *before and after and the operator id.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMINS.

           01 group_number PIC 9(5).
           01 ws-day-of-week PIC 9(1).
           01 ws-tran-code PIC X(1).
           01 ws-operator-id PIC X(8).
           01 ws-old-first PIC X(10).
           01 ws-old-last PIC X(10).
           01 ws-old-phone PIC X(15).
           01 WS-FIELD-NAME PIC X(12).
           01 WS-OLD-VALUE PIC X(30).
           01 WS-NEW-VALUE PIC X(30).
           01 WS-AUDIT-OP PIC X(10).
           01 v-count PIC 9(10).

           EXEC SQL END

           COPY "JobRunLog.cpy".

           COPY "Authority.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

       IF WS-PROFILE = SPACES
          MOVE 'PROD' TO WS-PROFILE
       END-IF.

       DISPLAY 2 UPON ARGUMENT-NUMBER.
       ACCEPT ws-operator-id FROM ARGUMENT-VALUE.
       MOVE WS-PROFILE TO SIGNON-PROFILE.
       CALL "ProgramSIGNON" USING SQLCA, SIGNON-REQUEST.

       IF SQLCODE = 0 THEN
          DISPLAY 'Connected.'
          PERFORM INIT-RUN-LOG
          PERFORM CHECK-OPERATOR-AUTHORITY
          PERFORM PROCESS-INS-FEED
          MOVE 'OK' TO RUNLOG-STATUS
          PERFORM WRITE-RUN-LOG
                 AT END MOVE 'Y' TO WS-FEED-EOF
                 NOT AT END
                    ADD 1 TO RUNLOG-READ-COUNT
                    IF AUTH-RESULT = 'Y'
                       PERFORM PROCESS-INS-RECORD
                    ELSE
                       PERFORM REJECT-NOT-AUTHORISED
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INS-FEED.
                     :phone-number, CURRENT TIMESTAMP)
              END-EXEC
              ADD 1 TO RUNLOG-INSERT-COUNT
              MOVE 'INS-ADD' TO WS-AUDIT-OP
              MOVE SPACES TO WS-OLD-VALUE
              PERFORM BUILD-NEW-DETAILS
              PERFORM LOG-INS-AUDIT
              DISPLAY 'Instructor added: ' ws-instructor-id
           END-IF.

       INSTRUCTOR-CHANGE.
           PERFORM GET-OLD-DETAILS.
           EXEC SQL
              UPDATE instructors
              SET first_name = :first-name,
           END-EXEC.
           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO RUNLOG-INSERT-COUNT
              MOVE 'INS-CHG' TO WS-AUDIT-OP
              PERFORM BUILD-NEW-DETAILS
              PERFORM LOG-INS-AUDIT
              DISPLAY 'Instructor changed: ' ws-instructor-id
           ELSE
              DISPLAY 'Rejected, instructor not found: '
                 ws-instructor-id
              PERFORM LOG-EXCEPTION-HAS-ASSIGN
           ELSE
              PERFORM GET-OLD-DETAILS
              EXEC SQL
                 DELETE FROM instructors
                 WHERE instructor_id = :ws-instructor-id
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 ADD 1 TO RUNLOG-DELETE-COUNT
                 MOVE 'INS-DEL' TO WS-AUDIT-OP
                 MOVE SPACES TO WS-NEW-VALUE
                 PERFORM LOG-INS-AUDIT
                 DISPLAY 'Instructor removed: ' ws-instructor-id
              ELSE
                 DISPLAY 'Rejected, instructor not found: '
                  :ws-day-of-week, CURRENT TIMESTAMP)
           END-EXEC.
           ADD 1 TO RUNLOG-INSERT-COUNT.
           MOVE 'INS-ASSIGN' TO WS-AUDIT-OP.
           MOVE SPACES TO WS-OLD-VALUE.
           PERFORM BUILD-ASSIGNMENT-VALUE.
           PERFORM LOG-INS-AUDIT.
           DISPLAY 'Assigned: ' ws-instructor-id ' group '
              group_number ' day ' ws-day-of-week.

           END-EXEC.
           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO RUNLOG-DELETE-COUNT
              MOVE 'INS-UNASGN' TO WS-AUDIT-OP
              PERFORM BUILD-ASSIGNMENT-VALUE
              MOVE WS-NEW-VALUE TO WS-OLD-VALUE
              MOVE SPACES TO WS-NEW-VALUE
              PERFORM LOG-INS-AUDIT
              DISPLAY 'Assignment removed: ' ws-instructor-id
                 ' group ' group_number ' day ' ws-day-of-week
           ELSE
                AND day_of_week = :ws-day-of-week
           END-EXEC.

       GET-OLD-DETAILS.
           MOVE SPACES TO ws-old-first ws-old-last ws-old-phone.
           EXEC SQL
              SELECT first_name, last_name, phone_number
              INTO :ws-old-first, :ws-old-last, :ws-old-phone
              FROM instructors
              WHERE instructor_id = :ws-instructor-id
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACES TO ws-old-first ws-old-last ws-old-phone
              MOVE 0 TO SQLCODE
           END-IF.
           MOVE SPACES TO WS-OLD-VALUE.
           STRING ws-old-first DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              ws-old-last DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              ws-old-phone DELIMITED BY SPACE
              INTO WS-OLD-VALUE
           END-STRING.

       BUILD-NEW-DETAILS.
           MOVE SPACES TO WS-NEW-VALUE.
           STRING first-name DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              last-name DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              phone-number DELIMITED BY SPACE
              INTO WS-NEW-VALUE
           END-STRING.

       BUILD-ASSIGNMENT-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           STRING 'GRP ' DELIMITED BY SIZE
              group_number DELIMITED BY SIZE
              ' DAY ' DELIMITED BY SIZE
              ws-day-of-week DELIMITED BY SIZE
              INTO WS-NEW-VALUE
           END-STRING.

      *Reference-table changes ride the student audit trail with a
      *zero student id; the instructor lands in the field name
      *column.
       LOG-INS-AUDIT.
           MOVE SPACES TO WS-FIELD-NAME.
           STRING 'INS ' DELIMITED BY SIZE
              ws-instructor-id DELIMITED BY SIZE
              INTO WS-FIELD-NAME
           END-STRING.
           EXEC SQL
              INSERT INTO audit_log
                 (id_student, operation, field_name,
                  old_value, new_value, operator_id, log_ts)
              VALUES
                 (0, :WS-AUDIT-OP, :WS-FIELD-NAME,
                  :WS-OLD-VALUE, :WS-NEW-VALUE, :ws-operator-id,
                  CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-BAD-TRAN.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
                  :group_number, 'N', CURRENT TIMESTAMP)
           END-EXEC.

       CHECK-OPERATOR-AUTHORITY.
           MOVE ws-operator-id TO AUTH-OPERATOR-ID.
           MOVE 'INS' TO AUTH-FUNCTION.
           CALL "ProgramAUTH" USING SQLCA, AUTH-REQUEST.
           MOVE 0 TO SQLCODE.
           IF AUTH-RESULT NOT = 'Y'
              DISPLAY 'Operator not authorised for INS: '
                 ws-operator-id
           END-IF.

       REJECT-NOT-AUTHORISED.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (0, 'OPR-AUTH',
                  'Operator not authorised for INS',
                  :ws-operator-id,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMINS' TO RUNLOG-JOB-NAME.
