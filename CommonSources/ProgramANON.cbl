      *Data-protection anonymization for one former student. Blanks
      *the identifying fields held in students_history, exceptions_log,
      *waitlist, guardians, the alumni master and the duplicate
      *review queue, and the before and after values on the
      *student's audit_log rows, while
      *preserving every row, so record counts and control totals stay
      *intact; attendance and the transfer logs carry only the id and
      *are listed on the certificate with their preserved row counts.
      *Refused while the id is still on the students table - the
      *student must be withdrawn first. The action is recorded in
      *audit_log and a compliance certificate names every table
      *touched with the rows changed. Each audit_log row blanked is
      *resealed on audit_seal so the audit hash chain still verifies.
      *The student's mail_spool and mail_address_flag rows are
      *blanked the same way, and any health alerts still held for
      *the student are deleted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMANON.


           01 id-student PIC 9(5).
           01 v-count PIC 9(10).
           01 ws-aud-operation PIC X(10).
           01 ws-aud-field PIC X(12).
           01 ws-aud-operator PIC X(8).
           01 ws-aud-ts PIC X(26).
           01 ws-aud-seq PIC 9(9).

           EXEC SQL END
              DECLARE SECTION

           COPY "JobRunLog.cpy".

           COPY "AuditSeal.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           PERFORM ANON-GUARDIANS.
           PERFORM ANON-ALUMNI.
           PERFORM ANON-DUP-REVIEW.
           PERFORM ANON-MAIL-SPOOL.
           PERFORM ANON-HEALTH-ALERTS.
           PERFORM ANON-AUDIT-LOG.
           PERFORM CERTIFY-ATTENDANCE.
           PERFORM CERTIFY-TRANSFERS.
           PERFORM LOG-AUDIT-ANON.
           MOVE 'dup_review' TO WS-TABLE-NAME.
           PERFORM PRINT-TABLE-LINE.

       ANON-MAIL-SPOOL.
           EXEC SQL
              UPDATE mail_spool
              SET recipient = ' ',
                  first_name = 'ANON',
                  last_name = 'ANON',
                  bounce_reason = ' '
              WHERE id_student = :id-student
           END-EXEC.
           MOVE SQLERRD(3) TO WS-ROWS-CHANGED.
           MOVE 'mail_spool' TO WS-TABLE-NAME.
           PERFORM PRINT-TABLE-LINE.
           EXEC SQL
              UPDATE mail_address_flag
              SET address = ' ',
                  reason = ' ',
                  cleared_flag = 'Y'
              WHERE id_student = :id-student
           END-EXEC.
           MOVE SQLERRD(3) TO WS-ROWS-CHANGED.
           MOVE 'mail_address_flag' TO WS-TABLE-NAME.
           PERFORM PRINT-TABLE-LINE.

      *Health records are not kept in any form once the student is
      *anonymized, so these rows are removed rather than blanked.
       ANON-HEALTH-ALERTS.
           EXEC SQL
              DELETE FROM health_alert
              WHERE id_student = :id-student
           END-EXEC.
           MOVE SQLERRD(3) TO WS-ROWS-CHANGED.
           MOVE 'health_alert' TO WS-TABLE-NAME.
           PERFORM PRINT-TABLE-LINE.
           MOVE 0 TO SQLCODE.

      *The maintenance jobs keep before and after values on audit_log
      *that can hold the student's phone number and address. Rows
      *this run has written are sealed first; each sealed row is then
      *resealed with its values blank before it is changed. Unsealed
      *rows from outside a batch run are left for PROGRAMAUDV.
       ANON-AUDIT-LOG.
           MOVE 0 TO WS-ROWS-CHANGED.
           MOVE 'S' TO SEAL-FUNCTION.
           MOVE 'PROGRAMANON' TO SEAL-JOB-NAME.
           MOVE RUNLOG-START-TS TO SEAL-START-TS.
           CALL "ProgramSEAL" USING SQLCA, SEAL-REQUEST.
           MOVE 0 TO SQLCODE.
           EXEC SQL
              DECLARE C-ANONAUD CURSOR FOR
              SELECT operation, COALESCE(field_name, ' '),
                     COALESCE(operator_id, ' '), log_ts, seal_seq
              FROM audit_log
              WHERE id_student = :id-student
                AND seal_seq IS NOT NULL
                AND (COALESCE(old_value, ' ') <> ' '
                     OR COALESCE(new_value, ' ') <> ' ')
              ORDER BY seal_seq
           END-EXEC.
           EXEC SQL
              OPEN C-ANONAUD
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ANONAUD
                 INTO :ws-aud-operation, :ws-aud-field,
                      :ws-aud-operator, :ws-aud-ts, :ws-aud-seq
              END-EXEC
              IF SQLCODE = 0
                 PERFORM ANON-ONE-AUDIT-ROW
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ANONAUD
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE 'audit_log' TO WS-TABLE-NAME.
           PERFORM PRINT-TABLE-LINE.

       ANON-ONE-AUDIT-ROW.
           MOVE 'R' TO SEAL-FUNCTION.
           MOVE id-student TO SEAL-ID-STUDENT.
           MOVE ws-aud-operation TO SEAL-OPERATION.
           MOVE ws-aud-field TO SEAL-FIELD-NAME.
           MOVE SPACES TO SEAL-OLD-VALUE SEAL-NEW-VALUE.
           MOVE ws-aud-operator TO SEAL-OPERATOR-ID.
           MOVE ws-aud-ts TO SEAL-LOG-TS.
           MOVE ws-aud-seq TO SEAL-SEQ.
           CALL "ProgramSEAL" USING SQLCA, SEAL-REQUEST.
           IF SEAL-STATUS = 'Y'
              EXEC SQL
                 UPDATE audit_log
                 SET old_value = ' ',
                     new_value = ' '
                 WHERE seal_seq = :ws-aud-seq
              END-EXEC
              ADD 1 TO WS-ROWS-CHANGED
           ELSE
              DISPLAY 'audit_log row not resealed, left as is: '
                 ws-aud-seq
           END-IF.
           MOVE 0 TO SQLCODE.

      *Attendance and the transfer trail carry the id only; the
      *certificate records their rows as preserved unchanged.
       CERTIFY-ATTENDANCE.
