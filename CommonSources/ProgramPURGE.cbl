      *table (each with a RECORD-COUNT control trailer like
      *FILE001.CTL carries), then deleted from the live table. Counts
      *archived versus deleted are reported to prove nothing dropped.
      *audit_log is cut only from the start of its hash chain - the
      *rows sealed before the first row still inside the retention
      *period - and the last row removed is recorded on audit_seal as
      *the chain's new anchor, so the nightly verification does not
      *take the purge for tampering. Rows that never made it onto the
      *chain are archived and deleted by the cutoff date like the
      *other tables.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMPURGE.

           01 WS-RESOLVED-FLAG PIC X(1).
           01 WS-OLD-GROUP PIC 9(5).
           01 WS-NEW-GROUP PIC 9(5).
           01 WS-KEEP-SEQ PIC 9(9).
           01 WS-ANCHOR-SEQ PIC 9(9).
           01 WS-ANCHOR-HASH PIC 9(12).

           EXEC SQL END
              DECLARE SECTION

           COPY "JobRunLog.cpy".

           COPY "AuditSeal.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).


       PURGE-AUDIT.
           MOVE 0 TO WS-ARCH-COUNT WS-DEL-COUNT.
           PERFORM SET-AUDIT-KEEP-SEQ.
           OPEN OUTPUT ARCH-AUD.
           EXEC SQL
              DECLARE C-AUD CURSOR FOR
                     COALESCE(new_value, ' '),
                     log_ts
              FROM audit_log
              WHERE seal_seq < :WS-KEEP-SEQ
                 OR (seal_seq IS NULL AND log_ts < :WS-CUTOFF-TS)
           END-EXEC.
           EXEC SQL
              OPEN C-AUD
           CLOSE ARCH-AUD.
           EXEC SQL
              DELETE FROM audit_log
              WHERE seal_seq < :WS-KEEP-SEQ
           END-EXEC.
           MOVE SQLERRD(3) TO WS-DEL-COUNT.
           IF WS-DEL-COUNT > 0
              PERFORM RECORD-AUDIT-ANCHOR
           END-IF.
           EXEC SQL
              DELETE FROM audit_log
              WHERE seal_seq IS NULL
                AND log_ts < :WS-CUTOFF-TS
           END-EXEC.
           IF SQLCODE = 0
              ADD SQLERRD(3) TO WS-DEL-COUNT
           END-IF.
           MOVE 0 TO SQLCODE.
           PERFORM REPORT-TABLE-COUNTS.
           DISPLAY 'audit_log archived: ' WS-ARCH-COUNT
              ' deleted: ' WS-DEL-COUNT.

      *Rows this run has written are sealed first, so they have their
      *place on the chain before the cut is chosen. Unsealed rows from
      *outside a batch run have no sequence and are not part of the
      *cut; PURGE-AUDIT removes them by the cutoff date alone.
       SET-AUDIT-KEEP-SEQ.
           MOVE 'S' TO SEAL-FUNCTION.
           MOVE 'PROGRAMPURGE' TO SEAL-JOB-NAME.
           MOVE RUNLOG-START-TS TO SEAL-START-TS.
           CALL "ProgramSEAL" USING SQLCA, SEAL-REQUEST.
           MOVE 0 TO WS-KEEP-SEQ.
           EXEC SQL
              SELECT COALESCE(MIN(seal_seq), 0) INTO :WS-KEEP-SEQ
              FROM audit_log
              WHERE log_ts >= :WS-CUTOFF-TS
           END-EXEC.
           IF WS-KEEP-SEQ = 0
              EXEC SQL
                 SELECT COALESCE(MAX(seal_seq), 0) + 1
                 INTO :WS-KEEP-SEQ
                 FROM audit_log
              END-EXEC
           END-IF.
           COMPUTE WS-ANCHOR-SEQ = WS-KEEP-SEQ - 1.
           MOVE 0 TO WS-ANCHOR-HASH.
           EXEC SQL
              SELECT seal_hash INTO :WS-ANCHOR-HASH
              FROM audit_log
              WHERE seal_seq = :WS-ANCHOR-SEQ
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *A purge whose anchor cannot be recorded is rolled back like a
      *count mismatch; otherwise it would read as tampering.
       RECORD-AUDIT-ANCHOR.
           MOVE 'A' TO SEAL-FUNCTION.
           MOVE 'PROGRAMPURGE' TO SEAL-JOB-NAME.
           MOVE WS-ANCHOR-SEQ TO SEAL-SEQ.
           MOVE WS-ANCHOR-HASH TO SEAL-HASH.
           MOVE WS-DEL-COUNT TO SEAL-COUNT.
           CALL "ProgramSEAL" USING SQLCA, SEAL-REQUEST.
           IF SEAL-STATUS NOT = 'Y'
              DISPLAY 'Audit chain anchor not recorded'
              MOVE 'Y' TO WS-MISMATCH
           ELSE
              DISPLAY 'Audit chain anchored at ' WS-ANCHOR-SEQ
           END-IF.
           MOVE 0 TO SQLCODE.

       WRITE-AUD-ARCHIVE.
           MOVE SPACES TO ARCH-AUD-REC.
           MOVE id-student TO AA-ID-STUDENT.
