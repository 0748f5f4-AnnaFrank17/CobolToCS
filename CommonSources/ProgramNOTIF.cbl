      *every event produced a message. The full load's purge and
      *reload rows carry the PURGE and RELOAD operations and fall
      *outside the event filter, so a continuing student does not
      *get a withdrawal-plus-welcome pair after every full run. The
      *closed spool is registered in the transmission manifest with
      *its count and a hash total of the student ids. A welcome
      *message is held back when the family has withdrawn consent to
      *email notices (PROGRAMCNST); withdrawal and details-change
      *confirmations are statutory and go out regardless of consent.
      *Each spool record carries the spool date and a sequence number
      *the gateway returns with its delivery status, and is recorded
      *on mail_spool for PROGRAMMDSR to match. Messages PROGRAMMDSR
      *marked for retry after a soft failure are spooled again under
      *their original number (PROGRAMABSC respools its own case
      *letters onto ABSSPL), and nothing is spooled to an address
      *on mail_address_flag until PROGRAMCHG brings in a correction.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMNOTIF.

               05 SP-ID-STUDENT PIC 9(5).
               05 SP-FIRST-NAME PIC X(10).
               05 SP-LAST-NAME PIC X(10).
               05 SP-SPOOL-DATE PIC X(8).
               05 SP-SPOOL-SEQ PIC 9(7).
               05 FILLER PIC X(2).
           01  SPOOL-TRL-REC.
               05 SP-TRL-TYPE PIC X(3).
               05 SP-TRL-COUNT PIC 9(7).
           01 email PIC X(30).
           01 ws-operation PIC X(10).
           01 ws-day-key PIC X(10).
           01 ws-spool-date PIC X(8).
           01 ws-spool-seq PIC 9(7).
           01 ws-template PIC X(8).
           01 v-count PIC 9(10).

           EXEC SQL END
              DECLARE SECTION

           COPY "JobRunLog.cpy".

           COPY "Manifest.cpy".

           COPY "Consent.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-SPOOL-STATUS                PIC XX.
           01  WS-REPORT-DATE                 PIC X(8).
           01  WS-SPOOL-COUNT                 PIC 9(7) VALUE 0.
           01  WS-XMIT-HASH                   PIC 9(12) VALUE 0.
           01  WS-SKIP-COUNT                  PIC 9(5) VALUE 0.
           01  WS-HELD-COUNT                  PIC 9(5) VALUE 0.
           01  WS-BAD-ADDR-COUNT              PIC 9(5) VALUE 0.
           01  WS-RETRY-COUNT                 PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       IF WS-REPORT-DATE = SPACES
          ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
       END-IF.
       MOVE WS-REPORT-DATE TO ws-spool-date.
       MOVE SPACES TO ws-day-key.
       MOVE WS-REPORT-DATE(1:4) TO ws-day-key(1:4).
       MOVE '-' TO ws-day-key(5:1).
          DISPLAY 'Connected.'
          DISPLAY 'Spooling events for ' ws-day-key
          PERFORM INIT-RUN-LOG
          PERFORM GET-LAST-SPOOL-SEQ
          PERFORM SPOOL-DAYS-EVENTS
          MOVE 'OK' TO RUNLOG-STATUS
          PERFORM WRITE-RUN-LOG
              IF SQLCODE = 0
                 ADD 1 TO RUNLOG-READ-COUNT
                 PERFORM SPOOL-ONE-EVENT
                    THRU SPOOL-ONE-EVENT-EXIT
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-EVENTS
           END-EXEC.
           MOVE 0 TO SQLCODE.
           PERFORM RESPOOL-RETRIES.
           MOVE SPACES TO SPOOL-TRL-REC.
           MOVE 'TRL' TO SP-TRL-TYPE.
           MOVE WS-SPOOL-COUNT TO SP-TRL-COUNT.
           WRITE SPOOL-TRL-REC.
           CLOSE SPOOL-FILE.
           MOVE 'MAILSPL' TO MANIFEST-FILE-NAME.
           MOVE 'PROGRAMNOTIF' TO MANIFEST-JOB-NAME.
           MOVE WS-REPORT-DATE TO MANIFEST-PROC-DATE.
           MOVE WS-SPOOL-COUNT TO MANIFEST-RECORD-COUNT.
           MOVE WS-XMIT-HASH TO MANIFEST-HASH-TOTAL.
           CALL "ProgramMANIF" USING SQLCA, MANIFEST-REQUEST.
           DISPLAY 'Events read:       ' RUNLOG-READ-COUNT.
           DISPLAY 'Messages spooled:  ' WS-SPOOL-COUNT.
           DISPLAY 'No address found:  ' WS-SKIP-COUNT.
           DISPLAY 'Held, no consent:  ' WS-HELD-COUNT.
           DISPLAY 'Held, bad address: ' WS-BAD-ADDR-COUNT.
           DISPLAY 'Retries spooled:   ' WS-RETRY-COUNT.
           MOVE WS-SPOOL-COUNT TO RUNLOG-INSERT-COUNT.
           MOVE WS-SKIP-COUNT TO RUNLOG-REJECT-COUNT.

       SPOOL-ONE-EVENT.
           IF ws-operation = 'INSERT'
              PERFORM CHECK-EMAIL-CONSENT
              IF CONSENT-RESULT NOT = 'Y'
                 ADD 1 TO WS-HELD-COUNT
                 DISPLAY 'Held, no email consent: id ' id-student
                    ' ' ws-operation
                 GO TO SPOOL-ONE-EVENT-EXIT
              END-IF
           END-IF.
           MOVE SPACES TO first-name last-name email.
           IF ws-operation = 'DELETE'
              PERFORM GET-HISTORY-ADDRESS
           ELSE
              PERFORM GET-STUDENT-ADDRESS
           END-IF.
           IF email NOT = SPACES
              PERFORM CHECK-ADDRESS-FLAG
              IF v-count > 0
                 ADD 1 TO WS-BAD-ADDR-COUNT
                 DISPLAY 'Held, address flagged undeliverable: id '
                    id-student ' ' ws-operation
                 GO TO SPOOL-ONE-EVENT-EXIT
              END-IF
           END-IF.
           IF email = SPACES
              ADD 1 TO WS-SKIP-COUNT
              DISPLAY 'No address for event: id ' id-student
              MOVE id-student TO SP-ID-STUDENT
              MOVE first-name TO SP-FIRST-NAME
              MOVE last-name TO SP-LAST-NAME
              ADD 1 TO ws-spool-seq
              MOVE ws-spool-date TO SP-SPOOL-DATE
              MOVE ws-spool-seq TO SP-SPOOL-SEQ
              WRITE SPOOL-REC
              ADD 1 TO WS-SPOOL-COUNT
              ADD id-student TO WS-XMIT-HASH
              PERFORM RECORD-SPOOL-ROW
           END-IF.

       SPOOL-ONE-EVENT-EXIT.
           EXIT.

       CHECK-EMAIL-CONSENT.
           MOVE id-student TO CONSENT-ID-STUDENT.
           MOVE 'EMAIL' TO CONSENT-TYPE.
           MOVE WS-REPORT-DATE TO CONSENT-AS-OF.
           CALL "ProgramCNST" USING SQLCA, CONSENT-REQUEST.
           MOVE 0 TO SQLCODE.

      *A rerun for the same day numbers on from the last message.
       GET-LAST-SPOOL-SEQ.
           MOVE 0 TO ws-spool-seq.
           EXEC SQL
              SELECT COALESCE(MAX(spool_seq), 0) INTO :ws-spool-seq
              FROM mail_spool
              WHERE spool_date = :ws-spool-date
           END-EXEC.
           MOVE 0 TO SQLCODE.

       CHECK-ADDRESS-FLAG.
           MOVE 0 TO v-count.
           EXEC SQL
              SELECT COUNT(*) INTO :v-count
              FROM mail_address_flag
              WHERE address = :email
                AND cleared_flag = 'N'
           END-EXEC.
           MOVE 0 TO SQLCODE.

       RECORD-SPOOL-ROW.
           MOVE SP-TEMPLATE TO ws-template.
           EXEC SQL
              INSERT INTO mail_spool
                 (spool_date, spool_seq, id_student, recipient,
                  template, first_name, last_name, attempt_count,
                  delivery_status, status_ts, log_ts)
              VALUES
                 (:ws-spool-date, :ws-spool-seq, :id-student,
                  :email, :ws-template, :first-name, :last-name,
                  1, 'P', CURRENT TIMESTAMP, CURRENT TIMESTAMP)
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *Soft failures PROGRAMMDSR left for retry (status R) go out
      *again under their original spool date and number.
       RESPOOL-RETRIES.
           EXEC SQL
              DECLARE C-RETRY CURSOR FOR
              SELECT spool_date, spool_seq, id_student, recipient,
                     template, first_name, last_name
              FROM mail_spool
              WHERE delivery_status = 'R'
                AND template NOT IN ('ABSLTR', 'ABSMEET', 'ABSREFER')
              ORDER BY spool_date, spool_seq
              FOR UPDATE OF attempt_count, delivery_status,
                            status_ts
           END-EXEC.
           EXEC SQL
              OPEN C-RETRY
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-RETRY
                 INTO :ws-spool-date, :ws-spool-seq, :id-student,
                      :email, :ws-template, :first-name, :last-name
              END-EXEC
              IF SQLCODE = 0
                 PERFORM RESPOOL-ONE-RETRY
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-RETRY
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE WS-REPORT-DATE TO ws-spool-date.

      *An address flagged since the failure is not retried; the
      *message is closed as held (status X).
       RESPOOL-ONE-RETRY.
           PERFORM CHECK-ADDRESS-FLAG.
           IF v-count > 0
              ADD 1 TO WS-BAD-ADDR-COUNT
              EXEC SQL
                 UPDATE mail_spool
                 SET delivery_status = 'X',
                     status_ts = CURRENT TIMESTAMP
                 WHERE CURRENT OF C-RETRY
              END-EXEC
           ELSE
              MOVE SPACES TO SPOOL-REC
              MOVE email TO SP-RECIPIENT
              MOVE ws-template TO SP-TEMPLATE
              MOVE id-student TO SP-ID-STUDENT
              MOVE first-name TO SP-FIRST-NAME
              MOVE last-name TO SP-LAST-NAME
              MOVE ws-spool-date TO SP-SPOOL-DATE
              MOVE ws-spool-seq TO SP-SPOOL-SEQ
              WRITE SPOOL-REC
              ADD 1 TO WS-SPOOL-COUNT
              ADD 1 TO WS-RETRY-COUNT
              ADD id-student TO WS-XMIT-HASH
              EXEC SQL
                 UPDATE mail_spool
                 SET attempt_count = attempt_count + 1,
                     delivery_status = 'P',
                     status_ts = CURRENT TIMESTAMP
                 WHERE CURRENT OF C-RETRY
              END-EXEC
           END-IF.
           MOVE 0 TO SQLCODE.

       GET-STUDENT-ADDRESS.
           EXEC SQL
