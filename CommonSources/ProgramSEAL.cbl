      *Keeps the tamper-evident hash chain on audit_log. Every row is
      *given the next chain sequence number, the hash of the row before
      *it (seal_prev) and its own hash (seal_hash), computed over the
      *row's contents, its sequence number and seal_prev, so editing,
      *deleting or reordering a sealed row breaks the chain. The last
      *sequence and hash are kept on audit_chain_head so rows cut from
      *the end of the table show up as well. PROGRAMRUNLOG calls the
      *S function at the end of every run, which seals the rows the
      *run wrote in the same unit of work: only unsealed rows logged
      *since the run started are taken, so a row slipped into the
      *table outside a batch job stays off the chain for PROGRAMAUDV
      *to report. Rows already in audit_log when the chain was
      *introduced are put on it once by the I function, which
      *PROGRAMAUDV runs on request: they are sealed in log_ts order
      *after the current head and the seal is recorded on audit_seal
      *as type INITIAL, which also stops it being run a second time.
      *Rows are always sealed in log_ts order, so the chain order does
      *not depend on how the table is read. Sanctioned removals and
      *changes are recorded on audit_seal: PROGRAMPURGE registers the
      *last row it removed as the new anchor of the chain (function
      *A) and PROGRAMANON reseals each row it blanks (function R), so
      *the nightly verification in PROGRAMAUDV can tell them from
      *tampering. The hash is a running polynomial over the character
      *codes of the row, modulo a 12-digit prime.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMSEAL.

       DATA DIVISION.
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
           01 ws-prev-hash PIC 9(12).
           01 ws-seal-hash PIC 9(12).
           01 ws-last-seq PIC 9(9).
           01 ws-last-hash PIC 9(12).
           01 ws-row-count PIC 9(7).
           01 ws-job-name PIC X(16).
           01 ws-start-ts PIC X(26).
           01 ws-from-ts PIC X(26).
           01 ws-end-ts PIC X(26).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           01  WS-HASH-ROW.
               05  WS-HASH-ID-STUDENT         PIC 9(5).
               05  WS-HASH-OPERATION          PIC X(10).
               05  WS-HASH-FIELD-NAME         PIC X(12).
               05  WS-HASH-OLD-VALUE          PIC X(30).
               05  WS-HASH-NEW-VALUE          PIC X(30).
               05  WS-HASH-OPERATOR-ID        PIC X(8).
               05  WS-HASH-LOG-TS             PIC X(26).
               05  WS-HASH-SEQ                PIC 9(9).
           01  WS-HASH-PREV                   PIC 9(12).
           01  WS-HASH-VALUE                  PIC 9(15).
           01  WS-HASH-IDX                    PIC 9(3).

       LINKAGE SECTION.
           COPY "AuditSeal.cpy".

       PROCEDURE DIVISION USING SQLCA, SEAL-REQUEST.

              SECT-MAIN.
                 MOVE 'Y' TO SEAL-STATUS.
                 MOVE SEAL-JOB-NAME TO ws-job-name.
                 EVALUATE SEAL-FUNCTION
                    WHEN 'S'
                       PERFORM SEAL-PENDING-ROWS
                    WHEN 'I'
                       PERFORM SEAL-INITIAL-ROWS
                    WHEN 'H'
                       MOVE SEAL-ROW TO WS-HASH-ROW
                       MOVE SEAL-PREV-HASH TO WS-HASH-PREV
                       PERFORM COMPUTE-ROW-HASH
                       MOVE WS-HASH-VALUE TO SEAL-HASH
                    WHEN 'R'
                       PERFORM RESEAL-ROW
                    WHEN 'A'
                       PERFORM RECORD-ANCHOR
                    WHEN OTHER
                       MOVE 'E' TO SEAL-STATUS
                 END-EVALUATE.
                 GOBACK.

              SEAL-PENDING-ROWS.
                  MOVE 0 TO SEAL-COUNT.
                  IF SEAL-START-TS NOT NUMERIC
                     DISPLAY 'Audit seal, no run start time given'
                     MOVE 'E' TO SEAL-STATUS
                  ELSE
                     PERFORM SET-SEAL-START-TS
                     MOVE ws-start-ts TO ws-from-ts
                     MOVE '9999-12-31-23.59.59.999999' TO ws-end-ts
                     PERFORM SEAL-RUN-ROWS
                  END-IF.

      *Everything unsealed from before the calling run is sealed once;
      *the INITIAL row on audit_seal marks it done.
              SEAL-INITIAL-ROWS.
                  MOVE 0 TO SEAL-COUNT.
                  IF SEAL-START-TS NOT NUMERIC
                     DISPLAY 'Audit seal, no run start time given'
                     MOVE 'E' TO SEAL-STATUS
                  ELSE
                     PERFORM CHECK-INITIAL-DONE
                  END-IF.
                  IF SEAL-STATUS = 'Y'
                     PERFORM SET-SEAL-START-TS
                     MOVE ws-start-ts TO ws-end-ts
                     MOVE '0001-01-01-00.00.00.000000' TO ws-from-ts
                     PERFORM SEAL-RUN-ROWS
                  END-IF.
                  IF SEAL-STATUS = 'Y'
                     PERFORM RECORD-INITIAL-SEAL
                  END-IF.

              CHECK-INITIAL-DONE.
                  MOVE 0 TO ws-row-count.
                  EXEC SQL
                     SELECT COUNT(*) INTO :ws-row-count
                     FROM audit_seal
                     WHERE seal_type = 'INITIAL'
                  END-EXEC.
                  IF ws-row-count > 0
                     DISPLAY 'Initial audit seal already done'
                     MOVE 'E' TO SEAL-STATUS
                  END-IF.
                  MOVE 0 TO SQLCODE.

              RECORD-INITIAL-SEAL.
                  MOVE SEAL-COUNT TO ws-row-count.
                  EXEC SQL
                     INSERT INTO audit_seal
                        (seal_type, seal_seq, seal_hash,
                         row_count, job_name, seal_ts)
                     VALUES
                        ('INITIAL', :ws-last-seq, :ws-last-hash,
                         :ws-row-count, :ws-job-name,
                         CURRENT TIMESTAMP)
                  END-EXEC.
                  IF SQLCODE NOT = 0
                     MOVE 'E' TO SEAL-STATUS
                  END-IF.

              SET-SEAL-START-TS.
                  MOVE SPACES TO ws-start-ts.
                  STRING SEAL-START-TS(1:4) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     SEAL-START-TS(5:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     SEAL-START-TS(7:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     SEAL-START-TS(9:2) DELIMITED BY SIZE
                     '.' DELIMITED BY SIZE
                     SEAL-START-TS(11:2) DELIMITED BY SIZE
                     '.' DELIMITED BY SIZE
                     SEAL-START-TS(13:2) DELIMITED BY SIZE
                     '.000000' DELIMITED BY SIZE
                     INTO ws-start-ts
                  END-STRING.

      *Seals the unsealed rows logged from ws-from-ts up to, not
      *including, ws-end-ts.
              SEAL-RUN-ROWS.
                  PERFORM GET-CHAIN-HEAD.
                  EXEC SQL
                     DECLARE C-SEALNEW CURSOR FOR
                     SELECT id_student, operation,
                            COALESCE(field_name, ' '),
                            COALESCE(old_value, ' '),
                            COALESCE(new_value, ' '),
                            COALESCE(operator_id, ' '),
                            log_ts
                     FROM audit_log
                     WHERE seal_seq IS NULL
                       AND log_ts >= :ws-from-ts
                       AND log_ts < :ws-end-ts
                     ORDER BY log_ts
                     FOR UPDATE OF seal_seq, seal_prev, seal_hash
                  END-EXEC.
                  EXEC SQL
                     OPEN C-SEALNEW
                  END-EXEC.
                  PERFORM UNTIL SQLCODE NOT = 0
                     EXEC SQL
                        FETCH C-SEALNEW
                        INTO :ws-id-student, :ws-operation,
                             :ws-field-name, :ws-old-value,
                             :ws-new-value, :ws-operator-id,
                             :ws-log-ts
                     END-EXEC
                     IF SQLCODE = 0
                        PERFORM SEAL-ONE-ROW
                     END-IF
                  END-PERFORM.
                  EXEC SQL
                     CLOSE C-SEALNEW
                  END-EXEC.
                  MOVE 0 TO SQLCODE.
                  IF SEAL-COUNT > 0
                     PERFORM SAVE-CHAIN-HEAD
                  END-IF.

              SEAL-ONE-ROW.
                  ADD 1 TO ws-last-seq.
                  MOVE ws-id-student TO WS-HASH-ID-STUDENT.
                  MOVE ws-operation TO WS-HASH-OPERATION.
                  MOVE ws-field-name TO WS-HASH-FIELD-NAME.
                  MOVE ws-old-value TO WS-HASH-OLD-VALUE.
                  MOVE ws-new-value TO WS-HASH-NEW-VALUE.
                  MOVE ws-operator-id TO WS-HASH-OPERATOR-ID.
                  MOVE ws-log-ts TO WS-HASH-LOG-TS.
                  MOVE ws-last-seq TO WS-HASH-SEQ.
                  MOVE ws-last-hash TO WS-HASH-PREV.
                  PERFORM COMPUTE-ROW-HASH.
                  MOVE WS-HASH-VALUE TO ws-seal-hash.
                  EXEC SQL
                     UPDATE audit_log
                     SET seal_seq = :ws-last-seq,
                         seal_prev = :ws-last-hash,
                         seal_hash = :ws-seal-hash
                     WHERE CURRENT OF C-SEALNEW
                  END-EXEC.
                  IF SQLCODE = 0
                     MOVE ws-seal-hash TO ws-last-hash
                     ADD 1 TO SEAL-COUNT
                  ELSE
                     DISPLAY 'Audit seal failed, SQLCODE = ' SQLCODE
                     MOVE 'E' TO SEAL-STATUS
                  END-IF.

      *A chain with no head row yet starts from sequence zero.
              GET-CHAIN-HEAD.
                  MOVE 0 TO ws-last-seq ws-last-hash.
                  EXEC SQL
                     SELECT last_seq, last_hash
                     INTO :ws-last-seq, :ws-last-hash
                     FROM audit_chain_head
                     WHERE chain_name = 'AUDIT_LOG'
                  END-EXEC.
                  IF SQLCODE NOT = 0
                     MOVE 0 TO ws-last-seq ws-last-hash
                     MOVE 0 TO SQLCODE
                  END-IF.

              SAVE-CHAIN-HEAD.
                  EXEC SQL
                     UPDATE audit_chain_head
                     SET last_seq = :ws-last-seq,
                         last_hash = :ws-last-hash,
                         log_ts = CURRENT TIMESTAMP
                     WHERE chain_name = 'AUDIT_LOG'
                  END-EXEC.
                  IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
                     EXEC SQL
                        INSERT INTO audit_chain_head
                           (chain_name, last_seq, last_hash, log_ts)
                        VALUES
                           ('AUDIT_LOG', :ws-last-seq, :ws-last-hash,
                            CURRENT TIMESTAMP)
                     END-EXEC
                  END-IF.

      *The row keeps its original seal_hash, so the link to the next
      *row is untouched; the hash of its new contents is recorded.
              RESEAL-ROW.
                  MOVE SEAL-SEQ TO ws-seal-seq.
                  EXEC SQL
                     SELECT seal_prev INTO :ws-prev-hash
                     FROM audit_log
                     WHERE seal_seq = :ws-seal-seq
                  END-EXEC.
                  IF SQLCODE NOT = 0
                     DISPLAY 'Reseal, no sealed row ' ws-seal-seq
                     MOVE 'E' TO SEAL-STATUS
                  ELSE
                     MOVE SEAL-ROW TO WS-HASH-ROW
                     MOVE ws-prev-hash TO WS-HASH-PREV
                     PERFORM COMPUTE-ROW-HASH
                     MOVE WS-HASH-VALUE TO ws-seal-hash
                     MOVE WS-HASH-VALUE TO SEAL-HASH
                     MOVE 1 TO ws-row-count
                     EXEC SQL
                        INSERT INTO audit_seal
                           (seal_type, seal_seq, seal_hash,
                            row_count, job_name, seal_ts)
                        VALUES
                           ('RESEAL', :ws-seal-seq, :ws-seal-hash,
                            :ws-row-count, :ws-job-name,
                            CURRENT TIMESTAMP)
                     END-EXEC
                     IF SQLCODE NOT = 0
                        MOVE 'E' TO SEAL-STATUS
                     END-IF
                  END-IF.

      *The last row removed becomes the anchor the verification
      *starts from: the next row's seal_prev must equal its hash.
              RECORD-ANCHOR.
                  MOVE SEAL-SEQ TO ws-seal-seq.
                  MOVE SEAL-HASH TO ws-seal-hash.
                  MOVE SEAL-COUNT TO ws-row-count.
                  EXEC SQL
                     INSERT INTO audit_seal
                        (seal_type, seal_seq, seal_hash,
                         row_count, job_name, seal_ts)
                     VALUES
                        ('ANCHOR', :ws-seal-seq, :ws-seal-hash,
                         :ws-row-count, :ws-job-name,
                         CURRENT TIMESTAMP)
                  END-EXEC.
                  IF SQLCODE NOT = 0
                     MOVE 'E' TO SEAL-STATUS
                  END-IF.

              COMPUTE-ROW-HASH.
                  MOVE WS-HASH-PREV TO WS-HASH-VALUE.
                  PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                     UNTIL WS-HASH-IDX > LENGTH OF WS-HASH-ROW
                     COMPUTE WS-HASH-VALUE =
                        FUNCTION MOD(WS-HASH-VALUE * 131
                           + FUNCTION ORD(WS-HASH-ROW(WS-HASH-IDX:1)),
                           999999999989)
                  END-PERFORM.
