      *Records one job_run_log row for a batch step. Every program in
      *the nightly chain calls this at end of run so the operations
      *summary no longer depends on console output. Before the row is
      *written, any audit_log rows the run created are sealed onto the
      *audit hash chain by PROGRAMSEAL, in the run's unit of work; the
      *run's start time bounds which unsealed rows are taken.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMRUNLOG.


           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "AuditSeal.cpy".

       LINKAGE SECTION.
           COPY "JobRunLog.cpy".

                 MOVE RUNLOG-DELETE-COUNT TO WS-DELETE-COUNT.
                 MOVE RUNLOG-REJECT-COUNT TO WS-REJECT-COUNT.
                 MOVE RUNLOG-STATUS TO WS-RUN-STATUS.
                 PERFORM SEAL-AUDIT-ROWS.
                 PERFORM INSERT-RUN-LOG.
                 GOBACK.

              SEAL-AUDIT-ROWS.
                  MOVE 'S' TO SEAL-FUNCTION.
                  MOVE WS-JOB-NAME TO SEAL-JOB-NAME.
                  MOVE WS-START-TS TO SEAL-START-TS.
                  CALL "ProgramSEAL" USING SQLCA, SEAL-REQUEST.
                  IF SEAL-COUNT > 0
                     DISPLAY 'Audit rows sealed: ' SEAL-COUNT
                  END-IF.
                  MOVE 0 TO SQLCODE.

              INSERT-RUN-LOG.
                  EXEC SQL
                     INSERT INTO job_run_log
