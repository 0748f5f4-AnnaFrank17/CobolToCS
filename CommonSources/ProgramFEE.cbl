      *group, C changes it, D removes it. Adds and changes are
      *validated against the groups table; rejects are written to
      *exceptions_log and reported.
      *Argument 2 is the operator id. Without an active grant for
      *FEE on operator_authority every transaction of the run is
      *rejected to exceptions_log. Every applied add, change and
      *removal is written to audit_log with the fee before and after
      *and the operator id.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMFEE.

           01 group_number PIC 9(5).
           01 ws-term-fee PIC 9(7)V99.
           01 ws-tran-code PIC X(1).
           01 ws-operator-id PIC X(8).
           01 ws-old-fee PIC 9(7)V99.
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

           01  WS-PROFILE                    PIC X(4).
           01  WS-FEED-STATUS                 PIC XX.
           01  WS-FEED-EOF                    PIC X(1).
           01  WS-ED-FEE                      PIC Z(6)9.99.

       PROCEDURE DIVISION.

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
          PERFORM PROCESS-FEE-FEED
          MOVE 'OK' TO RUNLOG-STATUS
          PERFORM WRITE-RUN-LOG
                 AT END MOVE 'Y' TO WS-FEED-EOF
                 NOT AT END
                    ADD 1 TO RUNLOG-READ-COUNT
                    IF AUTH-RESULT = 'Y'
                       PERFORM PROCESS-FEE-RECORD
                    ELSE
                       PERFORM REJECT-NOT-AUTHORISED
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FEE-FEED.
                 END-EXEC
                 IF SQLCODE = 0
                    ADD 1 TO RUNLOG-INSERT-COUNT
                    MOVE 'FEE-ADD' TO WS-AUDIT-OP
                    MOVE SPACES TO WS-OLD-VALUE
                    MOVE ws-term-fee TO WS-ED-FEE
                    MOVE WS-ED-FEE TO WS-NEW-VALUE
                    PERFORM LOG-FEE-AUDIT
                    DISPLAY 'Fee added: group ' group_number
                       ' fee ' ws-term-fee
                 ELSE
              DISPLAY 'Rejected, unknown group: ' group_number
              PERFORM LOG-EXCEPTION-BAD-GROUP
           ELSE
              PERFORM GET-OLD-FEE
              EXEC SQL
                 UPDATE fee_schedule
                 SET term_fee = :ws-term-fee,
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 ADD 1 TO RUNLOG-INSERT-COUNT
                 MOVE 'FEE-CHG' TO WS-AUDIT-OP
                 MOVE ws-old-fee TO WS-ED-FEE
                 MOVE WS-ED-FEE TO WS-OLD-VALUE
                 MOVE ws-term-fee TO WS-ED-FEE
                 MOVE WS-ED-FEE TO WS-NEW-VALUE
                 PERFORM LOG-FEE-AUDIT
                 DISPLAY 'Fee changed: group ' group_number
                    ' fee ' ws-term-fee
              ELSE
           END-IF.

       FEE-DELETE.
           PERFORM GET-OLD-FEE.
           EXEC SQL
              DELETE FROM fee_schedule
              WHERE group_number = :group_number
           END-EXEC.
           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO RUNLOG-DELETE-COUNT
              MOVE 'FEE-DEL' TO WS-AUDIT-OP
              MOVE ws-old-fee TO WS-ED-FEE
              MOVE WS-ED-FEE TO WS-OLD-VALUE
              MOVE SPACES TO WS-NEW-VALUE
              PERFORM LOG-FEE-AUDIT
              DISPLAY 'Fee removed: group ' group_number
           ELSE
              DISPLAY 'Rejected, no fee on schedule: ' group_number
              PERFORM LOG-EXCEPTION-NO-FEE
           END-IF.

       GET-OLD-FEE.
           MOVE 0 TO ws-old-fee.
           EXEC SQL
              SELECT term_fee INTO :ws-old-fee
              FROM fee_schedule
              WHERE group_number = :group_number
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO ws-old-fee
              MOVE 0 TO SQLCODE
           END-IF.

      *Reference-table changes ride the student audit trail with a
      *zero student id; the group lands in the field name column.
       LOG-FEE-AUDIT.
           MOVE SPACES TO WS-FIELD-NAME.
           STRING 'FEE ' DELIMITED BY SIZE
              group_number DELIMITED BY SIZE
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

       CHECK-GROUP-NUMBER.
           EXEC SQL
              SELECT COUNT(*) INTO :v-count
                  :group_number, 'N', CURRENT TIMESTAMP)
           END-EXEC.

       CHECK-OPERATOR-AUTHORITY.
           MOVE ws-operator-id TO AUTH-OPERATOR-ID.
           MOVE 'FEE' TO AUTH-FUNCTION.
           CALL "ProgramAUTH" USING SQLCA, AUTH-REQUEST.
           MOVE 0 TO SQLCODE.
           IF AUTH-RESULT NOT = 'Y'
              DISPLAY 'Operator not authorised for FEE: '
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
                  'Operator not authorised for FEE',
                  :ws-operator-id,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMFEE' TO RUNLOG-JOB-NAME.
