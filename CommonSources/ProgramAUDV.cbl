      *Nightly verification of the audit_log hash chain kept by
      *PROGRAMSEAL. Starts from the latest anchor PROGRAMPURGE left on
      *audit_seal (or the start of the chain) and walks the sealed
      *rows in sequence order, reporting to AUDVRPT every gap in the
      *sequence, every row whose seal_prev does not match the hash of
      *the row before it (broken link) and every row whose contents no
      *longer hash to its seal_hash (altered) unless PROGRAMANON
      *resealed it on audit_seal. The last row must agree with
      *audit_chain_head, so rows cut from the end are caught, and rows
      *still unsealed - written outside the batch jobs - are listed.
      *Run once with INITIAL as argument 2 when the chain is brought
      *in, the job first has PROGRAMSEAL seal every row logged before
      *it started (function I), so the history already in audit_log
      *joins the chain in log_ts order instead of being reported as
      *unsealed every night; the seal is refused if it was done before.
      *Any finding raises a critical OPSALERT and ends the run with
      *return code 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMAUDV.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT VERIFY-FILE ASSIGN TO "AUDVRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VERIFY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  VERIFY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  VERIFY-REC                  PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 ws-id-student PIC 9(5).
           01 ws-operation PIC X(10).
           01 ws-field-name PIC X(12).
           01 ws-old-value PIC X(30).
           01 ws-new-value PIC X(30).
           01 ws-operator-id PIC X(8).
           01 ws-log-ts PIC X(26).
           01 ws-seal-seq PIC 9(9).
           01 ws-seal-prev PIC 9(12).
           01 ws-seal-hash PIC 9(12).
           01 ws-anchor-seq PIC 9(9).
           01 ws-anchor-hash PIC 9(12).
           01 ws-head-seq PIC 9(9).
           01 ws-head-hash PIC 9(12).
           01 ws-computed-hash PIC 9(12).
           01 v-count PIC 9(10).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           COPY "AuditSeal.cpy".

           COPY "OpsAlert.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  WS-RUN-OPTION                  PIC X(8).
           01  WS-VERIFY-STATUS               PIC XX.
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-ALERT-MSG                   PIC X(80).
           01  WS-FINDING                     PIC X(16).
           01  WS-EXPECT-SEQ                  PIC 9(9).
           01  WS-PREV-HASH                   PIC 9(12).
           01  WS-FIRST-BAD-SEQ               PIC 9(9) VALUE 0.
           01  WS-ROWS-CHECKED                PIC 9(9) VALUE 0.
           01  WS-RESEALED-COUNT              PIC 9(7) VALUE 0.
           01  WS-UNSEALED-COUNT              PIC 9(7) VALUE 0.
           01  WS-PROBLEM-COUNT               PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramAUDV: audit_log hash chain verification'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PROFILE FROM ARGUMENT-VALUE.
       IF WS-PROFILE = SPACES
          MOVE 'PROD' TO WS-PROFILE
       END-IF.
       DISPLAY 2 UPON ARGUMENT-NUMBER.
       ACCEPT WS-RUN-OPTION FROM ARGUMENT-VALUE.
       MOVE WS-PROFILE TO SIGNON-PROFILE.
       CALL "ProgramSIGNON" USING SQLCA, SIGNON-REQUEST.

       IF SQLCODE = 0 THEN
          DISPLAY 'Connected.'
          PERFORM INIT-RUN-LOG
          IF WS-RUN-OPTION = 'INITIAL'
             PERFORM SEAL-EXISTING-ROWS
          END-IF
          OPEN OUTPUT VERIFY-FILE
          MOVE 'AUDIT_LOG HASH CHAIN VERIFICATION' TO WS-PRINT-LINE
          PERFORM PRINT-A-LINE
          MOVE SPACES TO WS-PRINT-LINE
          PERFORM PRINT-A-LINE
          PERFORM LIST-UNSEALED-ROWS
          PERFORM WALK-CHAIN
          PERFORM CHECK-CHAIN-HEAD
          PERFORM PRINT-VERIFY-TOTALS
          CLOSE VERIFY-FILE
          MOVE WS-ROWS-CHECKED TO RUNLOG-READ-COUNT
          MOVE WS-PROBLEM-COUNT TO RUNLOG-REJECT-COUNT
          IF WS-PROBLEM-COUNT > 0
             PERFORM RAISE-CHAIN-ALERT
             MOVE 'BROKEN' TO RUNLOG-STATUS
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE 'OK' TO RUNLOG-STATUS
             MOVE 0 TO RETURN-CODE
          END-IF
          PERFORM WRITE-RUN-LOG
          EXEC SQL COMMIT WORK RELEASE END-EXEC
       ELSE
          DISPLAY 'Connecting...'
          DISPLAY 'SQLCODE = ' SQLCODE
          DISPLAY 'Program is stopped!'
          MOVE 12 TO RETURN-CODE
       END-IF.

       STOP RUN.

       SEAL-EXISTING-ROWS.
           MOVE 'I' TO SEAL-FUNCTION.
           MOVE 'PROGRAMAUDV' TO SEAL-JOB-NAME.
           MOVE RUNLOG-START-TS TO SEAL-START-TS.
           CALL "ProgramSEAL" USING SQLCA, SEAL-REQUEST.
           IF SEAL-STATUS = 'Y'
              MOVE SEAL-COUNT TO RUNLOG-INSERT-COUNT
              DISPLAY 'Existing rows sealed: ' SEAL-COUNT
           ELSE
              DISPLAY 'Initial seal not done'
           END-IF.
           MOVE 0 TO SQLCODE.

      *Every batch job seals its rows before it commits, so a row
      *still unsealed at verification time came from outside them.
       LIST-UNSEALED-ROWS.
           EXEC SQL
              DECLARE C-AUDVNEW CURSOR FOR
              SELECT id_student, operation, log_ts
              FROM audit_log
              WHERE seal_seq IS NULL
              ORDER BY log_ts
           END-EXEC.
           EXEC SQL
              OPEN C-AUDVNEW
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-AUDVNEW
                 INTO :ws-id-student, :ws-operation, :ws-log-ts
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-UNSEALED-COUNT
                 MOVE 0 TO ws-seal-seq
                 MOVE 'UNSEALED ROW' TO WS-FINDING
                 PERFORM PRINT-FINDING
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-AUDVNEW
           END-EXEC.
           MOVE 0 TO SQLCODE.

       WALK-CHAIN.
           PERFORM GET-CHAIN-ANCHOR.
           COMPUTE WS-EXPECT-SEQ = ws-anchor-seq + 1.
           MOVE ws-anchor-hash TO WS-PREV-HASH.
           EXEC SQL
              DECLARE C-AUDVCHAIN CURSOR FOR
              SELECT id_student, operation,
                     COALESCE(field_name, ' '),
                     COALESCE(old_value, ' '),
                     COALESCE(new_value, ' '),
                     COALESCE(operator_id, ' '),
                     log_ts, seal_seq, seal_prev, seal_hash
              FROM audit_log
              WHERE seal_seq IS NOT NULL
              ORDER BY seal_seq
           END-EXEC.
           EXEC SQL
              OPEN C-AUDVCHAIN
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-AUDVCHAIN
                 INTO :ws-id-student, :ws-operation,
                      :ws-field-name, :ws-old-value,
                      :ws-new-value, :ws-operator-id,
                      :ws-log-ts, :ws-seal-seq,
                      :ws-seal-prev, :ws-seal-hash
              END-EXEC
              IF SQLCODE = 0
                 PERFORM CHECK-ONE-ROW
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-AUDVCHAIN
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *Without a purge anchor the chain starts at sequence one.
       GET-CHAIN-ANCHOR.
           MOVE 0 TO ws-anchor-seq ws-anchor-hash.
           EXEC SQL
              SELECT COALESCE(MAX(seal_seq), 0) INTO :ws-anchor-seq
              FROM audit_seal
              WHERE seal_type = 'ANCHOR'
           END-EXEC.
           IF ws-anchor-seq > 0
              EXEC SQL
                 SELECT MAX(seal_hash) INTO :ws-anchor-hash
                 FROM audit_seal
                 WHERE seal_type = 'ANCHOR'
                   AND seal_seq = :ws-anchor-seq
              END-EXEC
           END-IF.
           MOVE 0 TO SQLCODE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'CHAIN ANCHOR SEQUENCE ' DELIMITED BY SIZE
              ws-anchor-seq DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.

       CHECK-ONE-ROW.
           ADD 1 TO WS-ROWS-CHECKED.
           EVALUATE TRUE
              WHEN ws-seal-seq NOT > ws-anchor-seq
                 MOVE 'BEFORE ANCHOR' TO WS-FINDING
                 PERFORM PRINT-FINDING
              WHEN ws-seal-seq < WS-EXPECT-SEQ
                 MOVE 'DUPLICATE SEQ' TO WS-FINDING
                 PERFORM PRINT-FINDING
              WHEN ws-seal-seq > WS-EXPECT-SEQ
                 MOVE 'GAP BEFORE ROW' TO WS-FINDING
                 PERFORM PRINT-FINDING
              WHEN ws-seal-prev NOT = WS-PREV-HASH
                 MOVE 'BROKEN LINK' TO WS-FINDING
                 PERFORM PRINT-FINDING
           END-EVALUATE.
           PERFORM CHECK-ROW-CONTENTS.
           IF ws-seal-seq NOT < WS-EXPECT-SEQ
              COMPUTE WS-EXPECT-SEQ = ws-seal-seq + 1
              MOVE ws-seal-hash TO WS-PREV-HASH
           END-IF.

      *A row PROGRAMANON blanked no longer matches its own hash but
      *matches the reseal recorded for it.
       CHECK-ROW-CONTENTS.
           MOVE 'H' TO SEAL-FUNCTION.
           MOVE 'PROGRAMAUDV' TO SEAL-JOB-NAME.
           MOVE ws-id-student TO SEAL-ID-STUDENT.
           MOVE ws-operation TO SEAL-OPERATION.
           MOVE ws-field-name TO SEAL-FIELD-NAME.
           MOVE ws-old-value TO SEAL-OLD-VALUE.
           MOVE ws-new-value TO SEAL-NEW-VALUE.
           MOVE ws-operator-id TO SEAL-OPERATOR-ID.
           MOVE ws-log-ts TO SEAL-LOG-TS.
           MOVE ws-seal-seq TO SEAL-SEQ.
           MOVE ws-seal-prev TO SEAL-PREV-HASH.
           CALL "ProgramSEAL" USING SQLCA, SEAL-REQUEST.
           MOVE SEAL-HASH TO ws-computed-hash.
           IF ws-computed-hash NOT = ws-seal-hash
              MOVE 0 TO v-count
              EXEC SQL
                 SELECT COUNT(*) INTO :v-count
                 FROM audit_seal
                 WHERE seal_type = 'RESEAL'
                   AND seal_seq = :ws-seal-seq
                   AND seal_hash = :ws-computed-hash
              END-EXEC
              MOVE 0 TO SQLCODE
              IF v-count > 0
                 ADD 1 TO WS-RESEALED-COUNT
              ELSE
                 MOVE 'ALTERED ROW' TO WS-FINDING
                 PERFORM PRINT-FINDING
              END-IF
           END-IF.

       CHECK-CHAIN-HEAD.
           MOVE 0 TO ws-head-seq ws-head-hash.
           EXEC SQL
              SELECT last_seq, last_hash
              INTO :ws-head-seq, :ws-head-hash
              FROM audit_chain_head
              WHERE chain_name = 'AUDIT_LOG'
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF ws-head-seq NOT = WS-EXPECT-SEQ - 1
              OR (ws-head-seq > 0 AND ws-head-hash NOT = WS-PREV-HASH)
              MOVE ws-head-seq TO ws-seal-seq
              MOVE 0 TO ws-id-student
              MOVE 'CHAIN HEAD' TO ws-operation
              MOVE SPACES TO ws-log-ts
              MOVE 'END OF CHAIN' TO WS-FINDING
              PERFORM PRINT-FINDING
           END-IF.

       PRINT-FINDING.
           ADD 1 TO WS-PROBLEM-COUNT.
           IF WS-FIRST-BAD-SEQ = 0
              MOVE ws-seal-seq TO WS-FIRST-BAD-SEQ
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-FINDING DELIMITED BY SIZE
              ' SEQ ' DELIMITED BY SIZE
              ws-seal-seq DELIMITED BY SIZE
              ' ID ' DELIMITED BY SIZE
              ws-id-student DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-operation DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-log-ts DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.

       PRINT-VERIFY-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'ROWS CHECKED: ' DELIMITED BY SIZE
              WS-ROWS-CHECKED DELIMITED BY SIZE
              '  RESEALED: ' DELIMITED BY SIZE
              WS-RESEALED-COUNT DELIMITED BY SIZE
              '  UNSEALED: ' DELIMITED BY SIZE
              WS-UNSEALED-COUNT DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'FINDINGS: ' DELIMITED BY SIZE
              WS-PROBLEM-COUNT DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           DISPLAY 'Audit rows checked: ' WS-ROWS-CHECKED.
           DISPLAY 'Rows resealed:      ' WS-RESEALED-COUNT.
           DISPLAY 'Unsealed rows:      ' WS-UNSEALED-COUNT.
           DISPLAY 'Chain findings:     ' WS-PROBLEM-COUNT.

       RAISE-CHAIN-ALERT.
           MOVE SPACES TO WS-ALERT-MSG.
           STRING 'AUDIT_LOG CHAIN FAILED VERIFICATION: '
              DELIMITED BY SIZE
              WS-PROBLEM-COUNT DELIMITED BY SIZE
              ' FINDINGS, FIRST AT SEQ ' DELIMITED BY SIZE
              WS-FIRST-BAD-SEQ DELIMITED BY SIZE
              INTO WS-ALERT-MSG
           END-STRING.
           MOVE 'C' TO ALERT-SEVERITY.
           MOVE 'PROGRAMAUDV' TO ALERT-JOB-NAME.
           MOVE WS-ALERT-MSG TO ALERT-TEXT.
           CALL "OPSALERT" USING ALERT-REQUEST.

       PRINT-A-LINE.
           WRITE VERIFY-REC FROM WS-PRINT-LINE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMAUDV' TO RUNLOG-JOB-NAME.
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
