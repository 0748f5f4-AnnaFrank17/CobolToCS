      *students. Matches on student id, revalidates the phone number
      *against the effective country, and writes the before and after
      *values to audit_log. Blank feed fields keep the current value.
      *Argument 2 is the operator id. Without an active grant for
      *CHG on operator_authority every transaction of the run is
      *rejected to exceptions_log; the operator id is stamped
      *on each audit_log row the run writes. An email address may
      *be sent in as well; sending one in clears any undeliverable
      *flag PROGRAMMDSR set on the student's current address, so
      *PROGRAMNOTIF resumes mailing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMCHG.

               05 CF-PHONE-NUMBER PIC X(15).
               05 CF-CITY PIC X(10).
               05 CF-COUNTRY PIC X(10).
               05 CF-EMAIL PIC X(30).
               05 FILLER PIC X(10).

       WORKING-STORAGE SECTION.

           01 WS-OLD-PHONE PIC X(15).
           01 WS-OLD-CITY PIC X(10).
           01 WS-OLD-COUNTRY PIC X(10).
           01 WS-OLD-EMAIL PIC X(30).
           01 WS-FIELD-NAME PIC X(12).
           01 WS-OLD-VALUE PIC X(30).
           01 WS-NEW-VALUE PIC X(30).
           01 ws-country-name PIC X(10).
           01 ws-phone-min PIC 9(2).
           01 ws-phone-max PIC 9(2).
           01 ws-operator-id PIC X(8).

           EXEC SQL END
              DECLARE SECTION

           COPY "JobRunLog.cpy".

           COPY "Authority.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PHONE-VALID                 PIC X(1).
           01  WS-PHONE-LEN                   PIC 9(2).
           01  WS-CHANGED                     PIC X(1).
           01  WS-AT-COUNT                    PIC 9(2).
           01  WS-FLAGS-CLEARED               PIC 9(5) VALUE 0.

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
          PERFORM PROCESS-CHANGE-FEED
          MOVE 'OK' TO RUNLOG-STATUS
          PERFORM WRITE-RUN-LOG
                 AT END MOVE 'Y' TO WS-FEED-EOF
                 NOT AT END
                    ADD 1 TO RUNLOG-READ-COUNT
                    IF AUTH-RESULT = 'Y'
                       PERFORM PROCESS-CHANGE-RECORD
                    ELSE
                       PERFORM REJECT-NOT-AUTHORISED
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CHANGE-FEED.
           DISPLAY 'Changes read:    ' RUNLOG-READ-COUNT.
           DISPLAY 'Changes applied: ' RUNLOG-INSERT-COUNT.
           DISPLAY 'Changes rejected:' RUNLOG-REJECT-COUNT.
           DISPLAY 'Address flags cleared:' WS-FLAGS-CLEARED.

       PROCESS-CHANGE-RECORD.
           MOVE CF-ID-STUDENT TO id-student.
           MOVE SPACES TO campus_code.
           EXEC SQL
              SELECT phone_number, city, country, campus_code,
                     email
              INTO :WS-OLD-PHONE, :WS-OLD-CITY, :WS-OLD-COUNTRY,
                   :campus_code, :WS-OLD-EMAIL
              FROM students
              WHERE id = :id-student
           END-EXEC.
           MOVE WS-OLD-PHONE TO phone-number.
           MOVE WS-OLD-CITY TO city.
           MOVE WS-OLD-COUNTRY TO country.
           MOVE WS-OLD-EMAIL TO email.
           IF CF-PHONE-NUMBER NOT = SPACES
              MOVE CF-PHONE-NUMBER TO phone-number
           END-IF.
           IF CF-COUNTRY NOT = SPACES
              MOVE CF-COUNTRY TO country
           END-IF.
           IF CF-EMAIL NOT = SPACES
              MOVE CF-EMAIL TO email
           END-IF.
           MOVE 0 TO WS-AT-COUNT.
           INSPECT email TALLYING WS-AT-COUNT FOR ALL '@'.
           PERFORM VALIDATE-PHONE-NUMBER.
           IF WS-PHONE-VALID = 'N'
              DISPLAY 'Change rejected, bad phone for country: '
              PERFORM LOG-EXCEPTION-BAD-PHONE
              ADD 1 TO RUNLOG-REJECT-COUNT
           ELSE
              IF CF-EMAIL NOT = SPACES AND WS-AT-COUNT NOT = 1
                 DISPLAY 'Change rejected, bad email address: '
                    id-student
                 PERFORM LOG-EXCEPTION-BAD-EMAIL
                 ADD 1 TO RUNLOG-REJECT-COUNT
              ELSE
                 PERFORM UPDATE-STUDENT-DETAILS
                 IF CF-EMAIL NOT = SPACES
                    PERFORM CLEAR-ADDRESS-FLAG
                 END-IF
              END-IF
           END-IF.

       UPDATE-STUDENT-DETAILS.
              PERFORM LOG-AUDIT-CHANGE
              MOVE 'Y' TO WS-CHANGED
           END-IF.
           IF email NOT = WS-OLD-EMAIL
              MOVE 'EMAIL' TO WS-FIELD-NAME
              MOVE WS-OLD-EMAIL TO WS-OLD-VALUE
              MOVE email TO WS-NEW-VALUE
              PERFORM LOG-AUDIT-CHANGE
              MOVE 'Y' TO WS-CHANGED
           END-IF.
           IF WS-CHANGED = 'Y'
              EXEC SQL
                 UPDATE students
                 SET phone_number = :phone-number,
                     city = :city,
                     country = :country,
                     email = :email
                 WHERE id = :id-student
              END-EXEC
              ADD 1 TO RUNLOG-INSERT-COUNT
           EXEC SQL
              INSERT INTO audit_log
                 (id_student, operation, field_name,
                  old_value, new_value, operator_id, log_ts)
              VALUES
                 (:id-student, 'CHANGE', :WS-FIELD-NAME,
                  :WS-OLD-VALUE, :WS-NEW-VALUE, :ws-operator-id,
                  CURRENT TIMESTAMP)
           END-EXEC.

      *The address on file before this change is the one that
      *bounced; an address sent in unchanged is taken as confirmed.
       CLEAR-ADDRESS-FLAG.
           EXEC SQL
              UPDATE mail_address_flag
              SET cleared_flag = 'Y',
                  cleared_ts = CURRENT TIMESTAMP
              WHERE address = :WS-OLD-EMAIL
                AND cleared_flag = 'N'
           END-EXEC.
           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO WS-FLAGS-CLEARED
              DISPLAY 'Undeliverable flag cleared: ' id-student
           END-IF.
           MOVE 0 TO SQLCODE.

       LOG-EXCEPTION-BAD-EMAIL.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  phone_number, city, country, campus_code,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'CHG-EMAIL',
                  'Email address not valid',
                  :email,
                  :phone-number, :city, :country, :campus_code,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-NOT-FOUND.
              END-IF
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
           MOVE ws-operator-id TO AUTH-OPERATOR-ID.
           MOVE 'CHG' TO AUTH-FUNCTION.
           CALL "ProgramAUTH" USING SQLCA, AUTH-REQUEST.
           MOVE 0 TO SQLCODE.
           IF AUTH-RESULT NOT = 'Y'
              DISPLAY 'Operator not authorised for CHG: '
                 ws-operator-id
           END-IF.

       REJECT-NOT-AUTHORISED.
           MOVE CF-ID-STUDENT TO id-student.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'OPR-AUTH',
                  'Operator not authorised for CHG',
                  :ws-operator-id,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMCHG' TO RUNLOG-JOB-NAME.
