      *Maintains the tuition discount tables from the bursar's
      *discount feed. student_discounts holds the named scholarships
      *per student, each a percentage of the term fee, a fixed amount,
      *or both: A adds a scholarship for a student, C changes it, D
      *removes it. An S record sets the sibling discount percentage in
      *discount_rules; PROGRAMBILL grants it to every student in a
      *household (the link PROGRAMHH maintains) other than the one
      *holding the household id. Rejects go to exceptions_log.
      *Argument 2 is the operator id. Without an active grant for
      *DISC on operator_authority every transaction of the run is
      *rejected to exceptions_log. Every applied add, change and
      *removal of a scholarship, and every sibling percentage set, is
      *written to audit_log with the percentage and amount before and
      *after and the operator id.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMDISC.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT DISC-FEED ASSIGN TO "DISCFEED"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  DISC-FEED
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  DISC-FEED-REC.
               05 DF-TRAN-CODE PIC X(1).
               05 DF-ID-STUDENT PIC 9(5).
               05 DF-SCHOLAR-CODE PIC X(8).
               05 DF-DISCOUNT-PCT PIC 9(3)V99.
               05 DF-DISCOUNT-AMT PIC 9(7)V99.
               05 FILLER PIC X(52).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 id-student PIC 9(5).
           01 ws-scholar-code PIC X(8).
           01 ws-discount-pct PIC 9(3)V99.
           01 ws-discount-amt PIC 9(7)V99.
           01 ws-tran-code PIC X(1).
           01 ws-operator-id PIC X(8).
           01 ws-old-pct PIC 9(3)V99.
           01 ws-old-amt PIC 9(7)V99.
           01 audit-id-student PIC 9(5).
           01 WS-FIELD-NAME PIC X(12).
           01 WS-OLD-VALUE PIC X(30).
           01 WS-NEW-VALUE PIC X(30).
           01 WS-AUDIT-OP PIC X(10).
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
           01  WS-FEED-STATUS                 PIC XX.
           01  WS-FEED-EOF                    PIC X(1).
           01  WS-PCT-EDIT                    PIC ZZ9.99.
           01  WS-AMT-EDIT                    PIC Z(6)9.99.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramDISC: tuition discount maintenance'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PROFILE FROM ARGUMENT-VALUE.
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
          PERFORM PROCESS-DISC-FEED
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

       PROCESS-DISC-FEED.
           OPEN INPUT DISC-FEED.
           IF WS-FEED-STATUS NOT = '00'
              DISPLAY 'Discount feed not available, status: '
                 WS-FEED-STATUS
              MOVE 'ABORT' TO RUNLOG-STATUS
              PERFORM WRITE-RUN-LOG
              EXEC SQL COMMIT WORK RELEASE END-EXEC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-FEED-EOF.
           PERFORM UNTIL WS-FEED-EOF = 'Y'
              READ DISC-FEED
                 AT END MOVE 'Y' TO WS-FEED-EOF
                 NOT AT END
                    ADD 1 TO RUNLOG-READ-COUNT
                    IF AUTH-RESULT = 'Y'
                       PERFORM PROCESS-DISC-RECORD
                    ELSE
                       PERFORM REJECT-NOT-AUTHORISED
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DISC-FEED.
           DISPLAY 'Discount records read:    ' RUNLOG-READ-COUNT.
           DISPLAY 'Discount records applied: ' RUNLOG-INSERT-COUNT.
           DISPLAY 'Discount records rejected:' RUNLOG-REJECT-COUNT.

       PROCESS-DISC-RECORD.
           MOVE DF-ID-STUDENT TO id-student.
           MOVE DF-SCHOLAR-CODE TO ws-scholar-code.
           MOVE DF-DISCOUNT-PCT TO ws-discount-pct.
           MOVE DF-DISCOUNT-AMT TO ws-discount-amt.
           MOVE DF-TRAN-CODE TO ws-tran-code.
           EVALUATE DF-TRAN-CODE
              WHEN 'A'
                 PERFORM DISCOUNT-ADD
              WHEN 'C'
                 PERFORM DISCOUNT-CHANGE
              WHEN 'D'
                 PERFORM DISCOUNT-DELETE
              WHEN 'S'
                 PERFORM SIBLING-RULE-SET
              WHEN OTHER
                 DISPLAY 'Rejected, unknown tran code: '
                    DF-TRAN-CODE ' id ' id-student
                 PERFORM LOG-EXCEPTION-BAD-TRAN
           END-EVALUATE.

       DISCOUNT-ADD.
           PERFORM CHECK-STUDENT.
           IF v-count = 0
              DISPLAY 'Rejected, unknown student: ' id-student
              PERFORM LOG-EXCEPTION-BAD-STUDENT
           ELSE
              IF ws-discount-pct > 100
                 OR (ws-discount-pct = 0 AND ws-discount-amt = 0)
                 DISPLAY 'Rejected, bad discount value: '
                    id-student ' ' ws-scholar-code
                 PERFORM LOG-EXCEPTION-BAD-VALUE
              ELSE
                 PERFORM CHECK-DISCOUNT-EXISTS
                 IF v-count > 0
                    DISPLAY 'Rejected, scholarship already held: '
                       id-student ' ' ws-scholar-code
                    PERFORM LOG-EXCEPTION-DUP-DISC
                 ELSE
                    EXEC SQL
                       INSERT INTO student_discounts
                          (id_student, scholarship_code,
                           discount_pct, discount_amount, log_ts)
                       VALUES
                          (:id-student, :ws-scholar-code,
                           :ws-discount-pct, :ws-discount-amt,
                           CURRENT TIMESTAMP)
                    END-EXEC
                    ADD 1 TO RUNLOG-INSERT-COUNT
                    MOVE 'DISC-ADD' TO WS-AUDIT-OP
                    MOVE SPACES TO WS-OLD-VALUE
                    PERFORM SET-NEW-DISCOUNT-VALUE
                    PERFORM LOG-DISC-AUDIT
                    DISPLAY 'Scholarship added: ' id-student ' '
                       ws-scholar-code
                 END-IF
              END-IF
           END-IF.

       DISCOUNT-CHANGE.
           IF ws-discount-pct > 100
              OR (ws-discount-pct = 0 AND ws-discount-amt = 0)
              DISPLAY 'Rejected, bad discount value: '
                 id-student ' ' ws-scholar-code
              PERFORM LOG-EXCEPTION-BAD-VALUE
           ELSE
              PERFORM GET-OLD-DISCOUNT
              EXEC SQL
                 UPDATE student_discounts
                 SET discount_pct = :ws-discount-pct,
                     discount_amount = :ws-discount-amt,
                     log_ts = CURRENT TIMESTAMP
                 WHERE id_student = :id-student
                   AND scholarship_code = :ws-scholar-code
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 ADD 1 TO RUNLOG-INSERT-COUNT
                 MOVE 'DISC-CHG' TO WS-AUDIT-OP
                 PERFORM SET-OLD-DISCOUNT-VALUE
                 PERFORM SET-NEW-DISCOUNT-VALUE
                 PERFORM LOG-DISC-AUDIT
                 DISPLAY 'Scholarship changed: ' id-student ' '
                    ws-scholar-code
              ELSE
                 DISPLAY 'Rejected, scholarship not on file: '
                    id-student ' ' ws-scholar-code
                 PERFORM LOG-EXCEPTION-NOT-FOUND
              END-IF
           END-IF.

       DISCOUNT-DELETE.
           PERFORM GET-OLD-DISCOUNT.
           EXEC SQL
              DELETE FROM student_discounts
              WHERE id_student = :id-student
                AND scholarship_code = :ws-scholar-code
           END-EXEC.
           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO RUNLOG-DELETE-COUNT
              MOVE 'DISC-DEL' TO WS-AUDIT-OP
              PERFORM SET-OLD-DISCOUNT-VALUE
              MOVE SPACES TO WS-NEW-VALUE
              PERFORM LOG-DISC-AUDIT
              DISPLAY 'Scholarship removed: ' id-student ' '
                 ws-scholar-code
           ELSE
              DISPLAY 'Rejected, scholarship not on file: '
                 id-student ' ' ws-scholar-code
              PERFORM LOG-EXCEPTION-NOT-FOUND
           END-IF.

      *The sibling rule is a single row; a zero percentage switches
      *the sibling discount off.
       SIBLING-RULE-SET.
           IF ws-discount-pct > 100
              DISPLAY 'Rejected, bad sibling percentage: '
                 ws-discount-pct
              PERFORM LOG-EXCEPTION-BAD-VALUE
           ELSE
              PERFORM GET-OLD-SIBLING-PCT
              EXEC SQL
                 UPDATE discount_rules
                 SET discount_pct = :ws-discount-pct,
                     log_ts = CURRENT TIMESTAMP
                 WHERE rule_code = 'SIBLING'
              END-EXEC
              IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
                 EXEC SQL
                    INSERT INTO discount_rules
                       (rule_code, discount_pct, log_ts)
                    VALUES
                       ('SIBLING', :ws-discount-pct,
                        CURRENT TIMESTAMP)
                 END-EXEC
              END-IF
              ADD 1 TO RUNLOG-INSERT-COUNT
              PERFORM LOG-SIBLING-AUDIT
              DISPLAY 'Sibling discount set: ' ws-discount-pct
           END-IF.

       CHECK-STUDENT.
           EXEC SQL
              SELECT COUNT(*) INTO :v-count
              FROM students
              WHERE id = :id-student
           END-EXEC.

       CHECK-DISCOUNT-EXISTS.
           EXEC SQL
              SELECT COUNT(*) INTO :v-count
              FROM student_discounts
              WHERE id_student = :id-student
                AND scholarship_code = :ws-scholar-code
           END-EXEC.

       GET-OLD-DISCOUNT.
           MOVE 0 TO ws-old-pct ws-old-amt.
           EXEC SQL
              SELECT discount_pct, discount_amount
              INTO :ws-old-pct, :ws-old-amt
              FROM student_discounts
              WHERE id_student = :id-student
                AND scholarship_code = :ws-scholar-code
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO ws-old-pct ws-old-amt
              MOVE 0 TO SQLCODE
           END-IF.

       GET-OLD-SIBLING-PCT.
           MOVE 0 TO ws-old-pct ws-old-amt.
           EXEC SQL
              SELECT discount_pct INTO :ws-old-pct
              FROM discount_rules
              WHERE rule_code = 'SIBLING'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO ws-old-pct
              MOVE 0 TO SQLCODE
           END-IF.

       SET-OLD-DISCOUNT-VALUE.
           MOVE ws-old-pct TO WS-PCT-EDIT.
           MOVE ws-old-amt TO WS-AMT-EDIT.
           MOVE SPACES TO WS-OLD-VALUE.
           STRING 'PCT ' DELIMITED BY SIZE
              WS-PCT-EDIT DELIMITED BY SIZE
              ' AMT ' DELIMITED BY SIZE
              WS-AMT-EDIT DELIMITED BY SIZE
              INTO WS-OLD-VALUE
           END-STRING.

       SET-NEW-DISCOUNT-VALUE.
           MOVE ws-discount-pct TO WS-PCT-EDIT.
           MOVE ws-discount-amt TO WS-AMT-EDIT.
           MOVE SPACES TO WS-NEW-VALUE.
           STRING 'PCT ' DELIMITED BY SIZE
              WS-PCT-EDIT DELIMITED BY SIZE
              ' AMT ' DELIMITED BY SIZE
              WS-AMT-EDIT DELIMITED BY SIZE
              INTO WS-NEW-VALUE
           END-STRING.

      *A scholarship is audited against its student, the scholarship
      *code landing in the field name column.
       LOG-DISC-AUDIT.
           MOVE id-student TO audit-id-student.
           MOVE ws-scholar-code TO WS-FIELD-NAME.
           PERFORM INSERT-DISC-AUDIT.

      *Reference-table changes ride the student audit trail with a
      *zero student id; the rule lands in the field name column.
       LOG-SIBLING-AUDIT.
           MOVE 'DISC-SIB' TO WS-AUDIT-OP.
           MOVE 0 TO audit-id-student.
           MOVE 'RULE SIBLING' TO WS-FIELD-NAME.
           MOVE ws-old-pct TO WS-PCT-EDIT.
           MOVE SPACES TO WS-OLD-VALUE.
           STRING 'PCT ' DELIMITED BY SIZE
              WS-PCT-EDIT DELIMITED BY SIZE
              INTO WS-OLD-VALUE
           END-STRING.
           MOVE ws-discount-pct TO WS-PCT-EDIT.
           MOVE SPACES TO WS-NEW-VALUE.
           STRING 'PCT ' DELIMITED BY SIZE
              WS-PCT-EDIT DELIMITED BY SIZE
              INTO WS-NEW-VALUE
           END-STRING.
           PERFORM INSERT-DISC-AUDIT.

       INSERT-DISC-AUDIT.
           EXEC SQL
              INSERT INTO audit_log
                 (id_student, operation, field_name,
                  old_value, new_value, operator_id, log_ts)
              VALUES
                 (:audit-id-student, :WS-AUDIT-OP, :WS-FIELD-NAME,
                  :WS-OLD-VALUE, :WS-NEW-VALUE, :ws-operator-id,
                  CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-BAD-TRAN.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'DISC-TRAN',
                  'Unknown discount feed tran code',
                  :ws-tran-code,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-BAD-STUDENT.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'DISC-STUD',
                  'Scholarship for unknown student',
                  :ws-scholar-code,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-BAD-VALUE.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'DISC-VALUE',
                  'Discount percentage or amount invalid',
                  :ws-scholar-code,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-DUP-DISC.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'DISC-DUP',
                  'Scholarship already held by student',
                  :ws-scholar-code,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-NOT-FOUND.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'DISC-NOROW',
                  'Scholarship not on file for student',
                  :ws-scholar-code,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       CHECK-OPERATOR-AUTHORITY.
           MOVE ws-operator-id TO AUTH-OPERATOR-ID.
           MOVE 'DISC' TO AUTH-FUNCTION.
           CALL "ProgramAUTH" USING SQLCA, AUTH-REQUEST.
           MOVE 0 TO SQLCODE.
           IF AUTH-RESULT NOT = 'Y'
              DISPLAY 'Operator not authorised for DISC: '
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
                  'Operator not authorised for DISC',
                  :ws-operator-id,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMDISC' TO RUNLOG-JOB-NAME.
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
