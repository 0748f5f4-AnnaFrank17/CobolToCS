      *This is the main file for the run of the application. The
      *nightly chain is held as a step list on chain_steps: each
      *active step has its order, whether it is required, the return
      *code at which it stops the chain, whether the connection has to
      *be re-established after it, and either an in-process call of
      *one of the chain subprograms or a command line for a
      *standalone job such as the NOTIF spool, the DEXT extract, the
      *badge file or waitlist promotion. With no steps on the table
      *the original DML, CUR, BL, FILE sequence is run. Each step is
      *written to job_run_log and its outcome for the run date kept
      *on chain_step_log; a rerun after a failure skips the steps that
      *already completed and resumes at the failed one. RERUN of a
      *completed date runs the whole chain again. A required step
      *at or over its stop code ends the night without marking the
      *calendar; an optional one raises a warning and the chain goes
      *on.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMDEMO.

             01  WS-RUN-DATE                 PIC X(8).
             01  WS-CAL-PROCESSING           PIC X(1).
             01  WS-CAL-COMPLETED            PIC X(1).
             01  WS-CS-SEQ                   PIC 9(3).
             01  WS-CS-NAME                  PIC X(16).
             01  WS-CS-TYPE                  PIC X(1).
             01  WS-CS-REQUIRED              PIC X(1).
             01  WS-CS-STOP-RC               PIC 9(3).
             01  WS-CS-RECONNECT             PIC X(1).
             01  WS-CS-COMMAND               PIC X(60).
             01  WS-CS-STATUS                PIC X(1).
             01  WS-CS-RC                    PIC 9(3).

           EXEC SQL END
              DECLARE SECTION
           01  WS-RUN-MODE                    PIC X(8).
           01  WS-RERUN-PARM                  PIC X(8).

           COPY "JobRunLog.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).
           01  WS-STEP-TABLE.
               05  WS-STEP-COUNT              PIC 9(3) VALUE 0.
               05  WS-STEP OCCURS 30 TIMES.
                   10  WS-STEP-SEQ            PIC 9(3).
                   10  WS-STEP-NAME           PIC X(16).
                   10  WS-STEP-TYPE           PIC X(1).
                   10  WS-STEP-REQUIRED       PIC X(1).
                   10  WS-STEP-STOP-RC        PIC 9(3).
                   10  WS-STEP-RECONNECT      PIC X(1).
                   10  WS-STEP-COMMAND        PIC X(60).
           01  WS-STEP-IDX                    PIC 9(3).
           01  WS-FAILED-IDX                  PIC 9(3).
           01  WS-STEP-RC                     PIC 9(3).
           01  WS-STEP-START-TS               PIC X(14).
           01  WS-SYS-COMMAND                 PIC X(61).
           01  WS-CHAIN-STOPPED               PIC X(1) VALUE 'N'.
           01  WS-STEPS-RUN                   PIC 9(3) VALUE 0.
           01  WS-STEPS-SKIPPED               PIC 9(3) VALUE 0.
           01  WS-STEPS-WARNED                PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY 'Demo conversion from COBOL'.
          DISPLAY 'Connected.'
          PERFORM CHECK-BUSINESS-CALENDAR
          DISPLAY ' '
          IF WS-RUN-MODE = 'SIMULATE' OR WS-RUN-MODE = 'SIM'
             CALL "ProgramDML" USING SQLCA, WS-RUN-MODE
             DISPLAY ' '
             DISPLAY 'Simulation only - chain not run,'
             DISPLAY 'calendar not marked complete.'
             STOP RUN
          END-IF
          PERFORM LOAD-CHAIN-STEPS
          PERFORM PREPARE-STEP-LOG
          PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT
                OR WS-CHAIN-STOPPED = 'Y'
             PERFORM RUN-CHAIN-STEP
          END-PERFORM
          DISPLAY ' '
          DISPLAY 'Steps run:     ' WS-STEPS-RUN
          DISPLAY 'Steps skipped: ' WS-STEPS-SKIPPED
          DISPLAY 'Steps warned:  ' WS-STEPS-WARNED
          IF WS-CHAIN-STOPPED = 'Y'
             EXEC SQL COMMIT WORK RELEASE END-EXEC
             DISPLAY 'Chain stopped at step '
                WS-STEP-SEQ(WS-FAILED-IDX) ' '
                WS-STEP-NAME(WS-FAILED-IDX)
             DISPLAY 'Rerun to resume at the failed step.'
             MOVE WS-STEP-RC TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM RECORD-CALENDAR-DONE
           EXEC SQL COMMIT WORK RELEASE END-EXEC
          DISPLAY ' '
                  completed_ts = CURRENT TIMESTAMP
              WHERE cal_date = :WS-RUN-DATE
           END-EXEC.

      *The step list is read into storage before the chain starts, as
      *some steps end the connection and a cursor would not survive.
       LOAD-CHAIN-STEPS.
           MOVE 0 TO WS-STEP-COUNT.
           EXEC SQL
              DECLARE C-CHAIN CURSOR FOR
              SELECT step_seq, step_name, step_type, required_flag,
                     stop_rc, reconnect_flag, step_command
              FROM chain_steps
              WHERE active_flag = 'Y'
              ORDER BY step_seq
           END-EXEC.
           EXEC SQL
              OPEN C-CHAIN
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-CHAIN
                 INTO :WS-CS-SEQ, :WS-CS-NAME, :WS-CS-TYPE,
                      :WS-CS-REQUIRED, :WS-CS-STOP-RC,
                      :WS-CS-RECONNECT, :WS-CS-COMMAND
              END-EXEC
              IF SQLCODE = 0 AND WS-STEP-COUNT < 30
                 ADD 1 TO WS-STEP-COUNT
                 MOVE WS-CS-SEQ TO WS-STEP-SEQ(WS-STEP-COUNT)
                 MOVE WS-CS-NAME TO WS-STEP-NAME(WS-STEP-COUNT)
                 MOVE WS-CS-TYPE TO WS-STEP-TYPE(WS-STEP-COUNT)
                 MOVE WS-CS-REQUIRED
                    TO WS-STEP-REQUIRED(WS-STEP-COUNT)
                 MOVE WS-CS-STOP-RC TO WS-STEP-STOP-RC(WS-STEP-COUNT)
                 MOVE WS-CS-RECONNECT
                    TO WS-STEP-RECONNECT(WS-STEP-COUNT)
                 MOVE WS-CS-COMMAND TO WS-STEP-COMMAND(WS-STEP-COUNT)
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-CHAIN
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-STEP-COUNT = 0
              DISPLAY 'No steps on chain_steps, running the base chain'
              PERFORM LOAD-BASE-CHAIN
           END-IF.
           DISPLAY 'Chain steps loaded: ' WS-STEP-COUNT.

       LOAD-BASE-CHAIN.
           MOVE 4 TO WS-STEP-COUNT.
           MOVE 10 TO WS-STEP-SEQ(1).
           MOVE 'ProgramDML' TO WS-STEP-NAME(1).
           MOVE 'Y' TO WS-STEP-RECONNECT(1).
           MOVE 20 TO WS-STEP-SEQ(2).
           MOVE 'ProgramCUR' TO WS-STEP-NAME(2).
           MOVE 'N' TO WS-STEP-RECONNECT(2).
           MOVE 30 TO WS-STEP-SEQ(3).
           MOVE 'ProgramBL' TO WS-STEP-NAME(3).
           MOVE 'N' TO WS-STEP-RECONNECT(3).
           MOVE 40 TO WS-STEP-SEQ(4).
           MOVE 'ProgramFILE' TO WS-STEP-NAME(4).
           MOVE 'N' TO WS-STEP-RECONNECT(4).
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > 4
              MOVE 'C' TO WS-STEP-TYPE(WS-STEP-IDX)
              MOVE 'Y' TO WS-STEP-REQUIRED(WS-STEP-IDX)
              MOVE 8 TO WS-STEP-STOP-RC(WS-STEP-IDX)
              MOVE SPACES TO WS-STEP-COMMAND(WS-STEP-IDX)
           END-PERFORM.

      *A rerun of a completed date starts the chain afresh; any other
      *run keeps the day's step outcomes so finished steps are skipped.
       PREPARE-STEP-LOG.
           IF WS-RERUN-PARM = 'RERUN'
              EXEC SQL
                 DELETE FROM chain_step_log
                 WHERE run_date = :WS-RUN-DATE
              END-EXEC
              MOVE 0 TO SQLCODE
           END-IF.

       RUN-CHAIN-STEP.
           MOVE WS-STEP-SEQ(WS-STEP-IDX) TO WS-CS-SEQ.
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-CS-NAME.
           MOVE SPACES TO WS-CS-STATUS.
           EXEC SQL
              SELECT step_status INTO :WS-CS-STATUS
              FROM chain_step_log
              WHERE run_date = :WS-RUN-DATE
                AND step_seq = :WS-CS-SEQ
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-CS-STATUS = 'O' OR WS-CS-STATUS = 'W'
              ADD 1 TO WS-STEPS-SKIPPED
              DISPLAY 'Step ' WS-CS-SEQ ' ' WS-CS-NAME
                 ' already done, skipped'
              MOVE 'SKIPPED' TO RUNLOG-STATUS
              MOVE 0 TO WS-STEP-RC
              PERFORM LOG-STEP-RUN
           ELSE
              DISPLAY ' '
              DISPLAY 'Step ' WS-CS-SEQ ' ' WS-CS-NAME
              MOVE 'R' TO WS-CS-STATUS
              MOVE 0 TO WS-CS-RC
              PERFORM RECORD-STEP-STATUS
              EXEC SQL COMMIT WORK END-EXEC
              PERFORM GET-CLOCK-STAMP
              MOVE RUNLOG-END-TS TO WS-STEP-START-TS
              PERFORM CALL-CHAIN-STEP
              IF WS-STEP-RECONNECT(WS-STEP-IDX) = 'Y'
                 CALL "ProgramSIGNON" USING SQLCA, SIGNON-REQUEST
              END-IF
              ADD 1 TO WS-STEPS-RUN
              PERFORM CHECK-STEP-RESULT
           END-IF.

       CALL-CHAIN-STEP.
           MOVE 0 TO RETURN-CODE.
           IF WS-STEP-TYPE(WS-STEP-IDX) = 'X'
              MOVE SPACES TO WS-SYS-COMMAND
              MOVE WS-STEP-COMMAND(WS-STEP-IDX) TO WS-SYS-COMMAND
              MOVE LOW-VALUE TO WS-SYS-COMMAND(61:1)
              CALL "SYSTEM" USING WS-SYS-COMMAND
           ELSE
              EVALUATE WS-STEP-NAME(WS-STEP-IDX)
                 WHEN 'ProgramDML'
                    CALL "ProgramDML" USING SQLCA, WS-RUN-MODE
                 WHEN 'ProgramCUR'
                    CALL "ProgramCUR" USING SQLCA
                 WHEN 'ProgramBL'
                    MOVE SPACES TO varlnk
                    MOVE WS-RUN-DATE TO VARLNK-RUN-DATE
                    MOVE WS-BATCH-ID TO VARLNK-BATCH-ID
                    MOVE WS-PROFILE TO VARLNK-ENV-PROFILE
                    CALL "ProgramBL" USING varlnk SQLCA
                 WHEN 'ProgramFILE'
                    CALL "ProgramFILE"
                 WHEN OTHER
                    DISPLAY 'No in-process call for step '
                       WS-STEP-NAME(WS-STEP-IDX)
                    MOVE 16 TO RETURN-CODE
              END-EVALUATE
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 0 TO RETURN-CODE.

       CHECK-STEP-RESULT.
           MOVE WS-STEP-RC TO WS-CS-RC.
           IF WS-STEP-RC < WS-STEP-STOP-RC(WS-STEP-IDX)
              MOVE 'O' TO WS-CS-STATUS
              MOVE 'STEP OK' TO RUNLOG-STATUS
           ELSE
              IF WS-STEP-REQUIRED(WS-STEP-IDX) = 'Y'
                 MOVE 'F' TO WS-CS-STATUS
                 MOVE 'STEP FLD' TO RUNLOG-STATUS
                 MOVE 'Y' TO WS-CHAIN-STOPPED
                 MOVE WS-STEP-IDX TO WS-FAILED-IDX
                 MOVE 'E' TO ALERT-SEVERITY
              ELSE
                 MOVE 'W' TO WS-CS-STATUS
                 MOVE 'STEP WRN' TO RUNLOG-STATUS
                 ADD 1 TO WS-STEPS-WARNED
                 MOVE 'W' TO ALERT-SEVERITY
              END-IF
              MOVE SPACES TO WS-ALERT-MSG
              STRING 'Chain step ' DELIMITED BY SIZE
                 WS-CS-SEQ DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CS-NAME) DELIMITED BY SIZE
                 ' ended RC=' DELIMITED BY SIZE
                 WS-STEP-RC DELIMITED BY SIZE
                 ' on ' DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 INTO WS-ALERT-MSG
              END-STRING
              MOVE 'PROGRAMDEMO' TO ALERT-JOB-NAME
              MOVE WS-ALERT-MSG TO ALERT-TEXT
              CALL "OPSALERT" USING ALERT-REQUEST
           END-IF.
           DISPLAY 'Step ' WS-CS-SEQ ' return code ' WS-STEP-RC
              ' ' RUNLOG-STATUS.
           PERFORM RECORD-STEP-STATUS.
           PERFORM LOG-STEP-RUN.
           EXEC SQL COMMIT WORK END-EXEC.

       RECORD-STEP-STATUS.
           EXEC SQL
              UPDATE chain_step_log
              SET step_status = :WS-CS-STATUS,
                  step_rc = :WS-CS-RC,
                  log_ts = CURRENT TIMESTAMP
              WHERE run_date = :WS-RUN-DATE
                AND step_seq = :WS-CS-SEQ
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL
                 INSERT INTO chain_step_log
                    (run_date, step_seq, step_name, step_status,
                     step_rc, log_ts)
                 VALUES
                    (:WS-RUN-DATE, :WS-CS-SEQ, :WS-CS-NAME,
                     :WS-CS-STATUS, :WS-CS-RC, CURRENT TIMESTAMP)
              END-EXEC
           END-IF.
           MOVE 0 TO SQLCODE.

      *One job_run_log row per step under the step's own name; the
      *return code is carried in the reject count column.
       LOG-STEP-RUN.
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO RUNLOG-JOB-NAME.
           MOVE 0 TO RUNLOG-READ-COUNT RUNLOG-INSERT-COUNT
              RUNLOG-DELETE-COUNT.
           MOVE WS-STEP-RC TO RUNLOG-REJECT-COUNT.
           PERFORM GET-CLOCK-STAMP.
           IF RUNLOG-STATUS = 'SKIPPED'
              MOVE RUNLOG-END-TS TO RUNLOG-START-TS
           ELSE
              MOVE WS-STEP-START-TS TO RUNLOG-START-TS
           END-IF.
           CALL "ProgramRUNLOG" USING SQLCA, RUNLOG.

       GET-CLOCK-STAMP.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           STRING WS-CLOCK-DATE DELIMITED BY SIZE
              WS-CLOCK-TIME(1:6) DELIMITED BY SIZE
              INTO RUNLOG-END-TS
           END-STRING.
