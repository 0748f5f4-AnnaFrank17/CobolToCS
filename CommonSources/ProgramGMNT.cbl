      *waitlist rows still reference the group, capacity cuts are
      *refused below the current headcount, and every applied change
      *is written to the audit trail with before and after values.
      *Argument 2 is the operator id. Without an active grant for
      *GMNT on operator_authority every transaction of the run is
      *rejected to exceptions_log; the operator id is stamped
      *on each audit_log row the run writes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMGMNT.

           01 ws-old-capacity PIC 9(5).
           01 ws-headcount PIC 9(5).
           01 ws-tran-code PIC X(1).
           01 ws-operator-id PIC X(8).
           01 WS-FIELD-NAME PIC X(12).
           01 WS-OLD-VALUE PIC X(30).
           01 WS-NEW-VALUE PIC X(30).

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
          PERFORM PROCESS-GROUP-FEED
          MOVE 'OK' TO RUNLOG-STATUS
          PERFORM WRITE-RUN-LOG
                 AT END MOVE 'Y' TO WS-FEED-EOF
                 NOT AT END
                    ADD 1 TO RUNLOG-READ-COUNT
                    IF AUTH-RESULT = 'Y'
                       PERFORM PROCESS-GROUP-RECORD
                    ELSE
                       PERFORM REJECT-NOT-AUTHORISED
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE GROUP-FEED.
           EXEC SQL
              INSERT INTO audit_log
                 (id_student, operation, field_name,
                  old_value, new_value, operator_id, log_ts)
              VALUES
                 (0, :WS-AUDIT-OP, :WS-FIELD-NAME,
                  :WS-OLD-VALUE, :WS-NEW-VALUE, :ws-operator-id,
                  CURRENT TIMESTAMP)
           END-EXEC.

                  :group_number, 'N', CURRENT TIMESTAMP)
           END-EXEC.

       CHECK-OPERATOR-AUTHORITY.
           MOVE ws-operator-id TO AUTH-OPERATOR-ID.
           MOVE 'GMNT' TO AUTH-FUNCTION.
           CALL "ProgramAUTH" USING SQLCA, AUTH-REQUEST.
           MOVE 0 TO SQLCODE.
           IF AUTH-RESULT NOT = 'Y'
              DISPLAY 'Operator not authorised for GMNT: '
                 ws-operator-id
           END-IF.

       REJECT-NOT-AUTHORISED.
           MOVE GM-GROUP-NUMBER TO group_number.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  group_number, resolved_flag, log_ts)
              VALUES
                 (0, 'OPR-AUTH',
                  'Operator not authorised for GMNT',
                  :ws-operator-id,
                  :group_number, 'N', CURRENT TIMESTAMP)
           END-EXEC.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMGMNT' TO RUNLOG-JOB-NAME.
