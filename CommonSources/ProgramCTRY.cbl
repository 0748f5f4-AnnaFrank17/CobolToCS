      *hard-coded country strings, so adding a country is a feed
      *record and not a code change. Transaction codes: A adds a
      *country, C changes it, D removes it.
      *Argument 2 is the operator id. Without an active grant for
      *CTRY on operator_authority every transaction of the run is
      *rejected to exceptions_log. Every applied add, change and
      *removal is written to audit_log with the name and phone rules
      *before and after and the operator id.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMCTRY.

           01 ws-phone-min PIC 9(2).
           01 ws-phone-max PIC 9(2).
           01 ws-tran-code PIC X(1).
           01 ws-operator-id PIC X(8).
           01 ws-old-name PIC X(10).
           01 ws-old-min PIC 9(2).
           01 ws-old-max PIC 9(2).
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
          PERFORM PROCESS-CTRY-FEED
          MOVE 'OK' TO RUNLOG-STATUS
          PERFORM WRITE-RUN-LOG
                 AT END MOVE 'Y' TO WS-FEED-EOF
                 NOT AT END
                    ADD 1 TO RUNLOG-READ-COUNT
                    IF AUTH-RESULT = 'Y'
                       PERFORM PROCESS-CTRY-RECORD
                    ELSE
                       PERFORM REJECT-NOT-AUTHORISED
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CTRY-FEED.
                        CURRENT TIMESTAMP)
                 END-EXEC
                 ADD 1 TO RUNLOG-INSERT-COUNT
                 MOVE 'CTRY-ADD' TO WS-AUDIT-OP
                 MOVE SPACES TO WS-OLD-VALUE
                 PERFORM BUILD-NEW-RULES
                 PERFORM LOG-CTRY-AUDIT
                 DISPLAY 'Country added: ' ws-iso-code ' '
                    ws-country-name
              END-IF
              DISPLAY 'Rejected, bad phone rules: ' ws-iso-code
              PERFORM LOG-EXCEPTION-BAD-RULES
           ELSE
              PERFORM GET-OLD-RULES
              EXEC SQL
                 UPDATE country_ref
                 SET country_name = :ws-country-name,
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 ADD 1 TO RUNLOG-INSERT-COUNT
                 MOVE 'CTRY-CHG' TO WS-AUDIT-OP
                 PERFORM BUILD-NEW-RULES
                 PERFORM LOG-CTRY-AUDIT
                 DISPLAY 'Country changed: ' ws-iso-code
              ELSE
                 DISPLAY 'Rejected, country not on table: '
           END-IF.

       COUNTRY-DELETE.
           PERFORM GET-OLD-RULES.
           EXEC SQL
              DELETE FROM country_ref
              WHERE iso_code = :ws-iso-code
           END-EXEC.
           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO RUNLOG-DELETE-COUNT
              MOVE 'CTRY-DEL' TO WS-AUDIT-OP
              MOVE SPACES TO WS-NEW-VALUE
              PERFORM LOG-CTRY-AUDIT
              DISPLAY 'Country removed: ' ws-iso-code
           ELSE
              DISPLAY 'Rejected, country not on table: '
              WHERE iso_code = :ws-iso-code
           END-EXEC.

       GET-OLD-RULES.
           MOVE SPACES TO ws-old-name.
           MOVE 0 TO ws-old-min ws-old-max.
           EXEC SQL
              SELECT country_name, phone_min, phone_max
              INTO :ws-old-name, :ws-old-min, :ws-old-max
              FROM country_ref
              WHERE iso_code = :ws-iso-code
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACES TO ws-old-name
              MOVE 0 TO ws-old-min ws-old-max
              MOVE 0 TO SQLCODE
           END-IF.
           MOVE SPACES TO WS-OLD-VALUE.
           STRING ws-old-name DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-old-min DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              ws-old-max DELIMITED BY SIZE
              INTO WS-OLD-VALUE
           END-STRING.

       BUILD-NEW-RULES.
           MOVE SPACES TO WS-NEW-VALUE.
           STRING ws-country-name DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-phone-min DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              ws-phone-max DELIMITED BY SIZE
              INTO WS-NEW-VALUE
           END-STRING.

      *Reference-table changes ride the student audit trail with a
      *zero student id; the country lands in the field name column.
       LOG-CTRY-AUDIT.
           MOVE SPACES TO WS-FIELD-NAME.
           STRING 'CTRY ' DELIMITED BY SIZE
              ws-iso-code DELIMITED BY SIZE
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
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       CHECK-OPERATOR-AUTHORITY.
           MOVE ws-operator-id TO AUTH-OPERATOR-ID.
           MOVE 'CTRY' TO AUTH-FUNCTION.
           CALL "ProgramAUTH" USING SQLCA, AUTH-REQUEST.
           MOVE 0 TO SQLCODE.
           IF AUTH-RESULT NOT = 'Y'
              DISPLAY 'Operator not authorised for CTRY: '
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
                  'Operator not authorised for CTRY',
                  :ws-operator-id,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMCTRY' TO RUNLOG-JOB-NAME.
