      *Nightly chronic absence case run. For every student on the
      *students table it counts the current run of consecutive
      *absences from the raw attendance table and the attendance
      *percentage for the term in progress from attendance_rollup. A
      *student at or over the consecutive-absence count, or under the
      *percentage threshold once enough days are recorded, has an
      *intervention case opened in absence_cases. An open case still
      *failing moves one stage at a time, never sooner than the
      *interval days after the last: stage 1 guardian letter, stage 2
      *meeting request, stage 3 referral. Each stage sends a letter to
      *the guardian of record through the ABSSPL outbound spool,
      *laid out as PROGRAMNOTIF's MAILSPL record with the guardian's
      *name after it. Each letter is numbered on from the day's last
      *mail_spool sequence and recorded on mail_spool so PROGRAMMDSR
      *can match the gateway's delivery returns; no letter goes to
      *an address on mail_address_flag. Letters PROGRAMMDSR marked
      *for retry after a soft failure are spooled again under their
      *original number with the guardian's name looked up afresh;
      *PROGRAMNOTIF leaves them to this run. The spool carries its own
      *count trailer and is registered in the transmission manifest
      *when it is closed. A case closes by itself once
      *attendance recovers on both measures, or when the student
      *leaves the students table. The run ends with the caseload
      *report ABSCASE of every open case by campus and group, with
      *its stage and age in days.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMABSC.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT SPOOL-FILE ASSIGN TO "ABSSPL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOL-STATUS.
           SELECT CASE-FILE ASSIGN TO "ABSCASE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  SPOOL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           01  SPOOL-REC.
               05 SP-RECIPIENT PIC X(30).
               05 SP-TEMPLATE PIC X(8).
               05 SP-ID-STUDENT PIC 9(5).
               05 SP-FIRST-NAME PIC X(10).
               05 SP-LAST-NAME PIC X(10).
               05 SP-SPOOL-DATE PIC X(8).
               05 SP-SPOOL-SEQ PIC 9(7).
               05 FILLER PIC X(2).
               05 SP-GUARDIAN-NAME PIC X(20).
           01  SPOOL-TRL-REC.
               05 SP-TRL-TYPE PIC X(3).
               05 SP-TRL-COUNT PIC 9(7).
               05 FILLER PIC X(90).

           FD  CASE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  CASE-REC                    PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 students.
              05 id-student PIC 9(5).
              05 first-name PIC X(10).
              05 last-name PIC X(10).
              05 email PIC X(30).

           01 group_number PIC 9(5).
           01 campus_code PIC X(3).
           01 ws-run-date PIC X(8).
           01 ws-term-start PIC X(8).
           01 ws-term-end PIC X(8).
           01 ws-att-date PIC X(8).
           01 ws-att-status PIC X(1).
           01 ws-roll-present PIC 9(5).
           01 ws-roll-recorded PIC 9(5).
           01 ws-case-stage PIC 9(1).
           01 ws-stage-date PIC X(8).
           01 ws-open-date PIC X(8).
           01 ws-trigger PIC X(8).
           01 ws-guard-name PIC X(20).
           01 ws-spool-seq PIC 9(7).
           01 ws-retry-date PIC X(8).
           01 ws-retry-seq PIC 9(7).
           01 ws-template PIC X(8).
           01 v-count PIC 9(10).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           COPY "Manifest.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  WS-SPOOL-STATUS                PIC XX.
           01  WS-CASE-STATUS                 PIC XX.
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-CONSEC-PARM                 PIC X(3).
           01  WS-PCT-PARM                    PIC X(3).
           01  WS-CONSEC-LIMIT                PIC 9(3) VALUE 5.
           01  WS-PCT-THRESHOLD               PIC 9(3) VALUE 80.
           01  WS-MIN-RECORDED                PIC 9(3) VALUE 10.
           01  WS-INTERVAL-DAYS               PIC 9(3) VALUE 14.
           01  WS-CONSEC-COUNT                PIC 9(3).
           01  WS-RUN-ENDED                   PIC X(1).
           01  WS-PCT                         PIC 9(3).
           01  WS-TRIGGERED                   PIC X(1).
           01  WS-CASE-FOUND                  PIC X(1).
           01  WS-RUN-INT                     PIC 9(7).
           01  WS-STAGE-INT                   PIC 9(7).
           01  WS-SINCE-DAYS                  PIC S9(5).
           01  WS-AGE-DAYS                    PIC S9(5).
           01  WS-SPOOL-COUNT                 PIC 9(7) VALUE 0.
           01  WS-XMIT-HASH                   PIC 9(12) VALUE 0.
           01  WS-OPENED-COUNT                PIC 9(5) VALUE 0.
           01  WS-ESCALATED-COUNT             PIC 9(5) VALUE 0.
           01  WS-CLOSED-COUNT                PIC 9(5) VALUE 0.
           01  WS-LEFT-COUNT                  PIC 9(5) VALUE 0.
           01  WS-BAD-ADDR-COUNT              PIC 9(5) VALUE 0.
           01  WS-RETRY-COUNT                 PIC 9(5) VALUE 0.
           01  WS-TEMPLATE-TABLE.
               05 FILLER                      PIC X(8) VALUE 'ABSLTR'.
               05 FILLER                      PIC X(8) VALUE 'ABSMEET'.
               05 FILLER                      PIC X(8) VALUE 'ABSREFER'.
           01  WS-TEMPLATE-R REDEFINES WS-TEMPLATE-TABLE.
               05 WS-STAGE-TEMPLATE OCCURS 3 TIMES PIC X(8).
           01  WS-FIRST-ROW                   PIC X(1).
           01  WS-PREV-CAMPUS                 PIC X(3).
           01  WS-PREV-GROUP                  PIC 9(5).
           01  WS-GROUP-CASES                 PIC 9(5).
           01  WS-CAMPUS-CASES                PIC 9(5).
           01  WS-TOTAL-CASES                 PIC 9(5).

       PROCEDURE DIVISION.

       DISPLAY 'ProgramABSC: chronic absence intervention cases'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT ws-run-date FROM ARGUMENT-VALUE.
       IF ws-run-date = SPACES
          ACCEPT ws-run-date FROM DATE YYYYMMDD
       END-IF.

       DISPLAY 2 UPON ARGUMENT-NUMBER.
       ACCEPT WS-CONSEC-PARM FROM ARGUMENT-VALUE.
       IF WS-CONSEC-PARM NOT = SPACES
          MOVE FUNCTION NUMVAL(WS-CONSEC-PARM) TO WS-CONSEC-LIMIT
       END-IF.

       DISPLAY 3 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PCT-PARM FROM ARGUMENT-VALUE.
       IF WS-PCT-PARM NOT = SPACES
          MOVE FUNCTION NUMVAL(WS-PCT-PARM) TO WS-PCT-THRESHOLD
       END-IF.

       DISPLAY 4 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PROFILE FROM ARGUMENT-VALUE.
       IF WS-PROFILE = SPACES
          MOVE 'PROD' TO WS-PROFILE
       END-IF.
       MOVE WS-PROFILE TO SIGNON-PROFILE.
       CALL "ProgramSIGNON" USING SQLCA, SIGNON-REQUEST.

       IF SQLCODE = 0 THEN
          DISPLAY 'Connected.'
          PERFORM INIT-RUN-LOG
          PERFORM GET-TERM-IN-PROGRESS
          DISPLAY 'Absence cases as at ' ws-run-date
             ', consecutive ' WS-CONSEC-LIMIT
             ', threshold ' WS-PCT-THRESHOLD '%'
          PERFORM CLOSE-LEAVER-CASES
          PERFORM REVIEW-ATTENDANCE
          PERFORM PRINT-CASELOAD
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

      *The percentage and the consecutive run are both measured
      *inside the term in progress; outside term there is nothing to
      *measure and the run stops.
       GET-TERM-IN-PROGRESS.
           EXEC SQL
              SELECT start_date, end_date
              INTO :ws-term-start, :ws-term-end
              FROM term_master
              WHERE start_date <= :ws-run-date
                AND end_date >= :ws-run-date
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'No term in progress on ' ws-run-date
              MOVE 'NOTERM' TO RUNLOG-STATUS
              PERFORM WRITE-RUN-LOG
              EXEC SQL COMMIT WORK RELEASE END-EXEC
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ws-run-date)).

       CLOSE-LEAVER-CASES.
           EXEC SQL
              UPDATE absence_cases
              SET case_status = 'C',
                  close_date = :ws-run-date,
                  close_reason = 'LEFT',
                  log_ts = CURRENT TIMESTAMP
              WHERE case_status = 'O'
                AND NOT EXISTS
                   (SELECT 1 FROM students
                    WHERE students.id = absence_cases.id_student)
           END-EXEC.
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-LEFT-COUNT
           END-IF.
           MOVE 0 TO SQLCODE.

       REVIEW-ATTENDANCE.
           PERFORM OPEN-SPOOL.
           EXEC SQL
              DECLARE C-ABSSTU CURSOR FOR
              SELECT id, first_name, last_name, email,
                     group_number, campus_code
              FROM students
              ORDER BY campus_code, group_number, id
           END-EXEC.
           EXEC SQL
              OPEN C-ABSSTU
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ABSSTU
                 INTO :id-student, :first-name, :last-name, :email,
                      :group_number, :campus_code
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO RUNLOG-READ-COUNT
                 PERFORM REVIEW-ONE-STUDENT
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ABSSTU
           END-EXEC.
           MOVE 0 TO SQLCODE.
           PERFORM RESPOOL-RETRIES.
           MOVE SPACES TO SPOOL-TRL-REC.
           MOVE 'TRL' TO SP-TRL-TYPE.
           MOVE WS-SPOOL-COUNT TO SP-TRL-COUNT.
           WRITE SPOOL-TRL-REC.
           CLOSE SPOOL-FILE.
           MOVE 'ABSSPL' TO MANIFEST-FILE-NAME.
           MOVE 'PROGRAMABSC' TO MANIFEST-JOB-NAME.
           MOVE ws-run-date TO MANIFEST-PROC-DATE.
           MOVE WS-SPOOL-COUNT TO MANIFEST-RECORD-COUNT.
           MOVE WS-XMIT-HASH TO MANIFEST-HASH-TOTAL.
           CALL "ProgramMANIF" USING SQLCA, MANIFEST-REQUEST.
           MOVE WS-OPENED-COUNT TO RUNLOG-INSERT-COUNT.
           COMPUTE RUNLOG-DELETE-COUNT =
              WS-CLOSED-COUNT + WS-LEFT-COUNT.
           DISPLAY 'Students reviewed:    ' RUNLOG-READ-COUNT.
           DISPLAY 'Cases opened:         ' WS-OPENED-COUNT.
           DISPLAY 'Cases escalated:      ' WS-ESCALATED-COUNT.
           DISPLAY 'Cases closed, better: ' WS-CLOSED-COUNT.
           DISPLAY 'Cases closed, left:   ' WS-LEFT-COUNT.
           DISPLAY 'Letters spooled:      ' WS-SPOOL-COUNT.
           DISPLAY 'Held, bad address:    ' WS-BAD-ADDR-COUNT.
           DISPLAY 'Letters respooled:    ' WS-RETRY-COUNT.

      *Letters are numbered on from the last message spooled for the
      *day, so they never share a number with PROGRAMNOTIF's.
       OPEN-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           MOVE 0 TO ws-spool-seq.
           EXEC SQL
              SELECT COALESCE(MAX(spool_seq), 0) INTO :ws-spool-seq
              FROM mail_spool
              WHERE spool_date = :ws-run-date
           END-EXEC.
           MOVE 0 TO SQLCODE.

       REVIEW-ONE-STUDENT.
           PERFORM COUNT-CONSECUTIVE-ABSENCES.
           PERFORM GET-TERM-PERCENTAGE.
           MOVE 'N' TO WS-TRIGGERED.
           IF WS-CONSEC-COUNT NOT < WS-CONSEC-LIMIT
              MOVE 'Y' TO WS-TRIGGERED
              MOVE 'CONSEC' TO ws-trigger
           ELSE
              IF ws-roll-recorded NOT < WS-MIN-RECORDED
                 AND WS-PCT < WS-PCT-THRESHOLD
                 MOVE 'Y' TO WS-TRIGGERED
                 MOVE 'PERCENT' TO ws-trigger
              END-IF
           END-IF.
           PERFORM GET-OPEN-CASE.
           IF WS-TRIGGERED = 'Y'
              IF WS-CASE-FOUND = 'N'
                 PERFORM OPEN-NEW-CASE
              ELSE
                 IF ws-case-stage < 3
                    AND WS-SINCE-DAYS NOT < WS-INTERVAL-DAYS
                    PERFORM ESCALATE-CASE
                 END-IF
              END-IF
           ELSE
              IF WS-CASE-FOUND = 'Y'
                 PERFORM CLOSE-RECOVERED-CASE
              END-IF
           END-IF.

      *Walks the student's attendance back from the run date; the run
      *ends at the first day marked present.
       COUNT-CONSECUTIVE-ABSENCES.
           MOVE 0 TO WS-CONSEC-COUNT.
           MOVE 'N' TO WS-RUN-ENDED.
           EXEC SQL
              DECLARE C-ABSRUN CURSOR FOR
              SELECT att_date, att_status
              FROM attendance
              WHERE id_student = :id-student
                AND att_date >= :ws-term-start
                AND att_date <= :ws-run-date
              ORDER BY att_date DESC
           END-EXEC.
           EXEC SQL
              OPEN C-ABSRUN
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-RUN-ENDED = 'Y'
              EXEC SQL
                 FETCH C-ABSRUN
                 INTO :ws-att-date, :ws-att-status
              END-EXEC
              IF SQLCODE = 0
                 IF ws-att-status = 'P'
                    MOVE 'Y' TO WS-RUN-ENDED
                 ELSE
                    ADD 1 TO WS-CONSEC-COUNT
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ABSRUN
           END-EXEC.
           MOVE 0 TO SQLCODE.

       GET-TERM-PERCENTAGE.
           MOVE 0 TO ws-roll-present ws-roll-recorded.
           EXEC SQL
              SELECT SUM(present_count), SUM(recorded_count)
              INTO :ws-roll-present, :ws-roll-recorded
              FROM attendance_rollup
              WHERE id_student = :id-student
                AND week_start >= :ws-term-start
                AND week_start <= :ws-run-date
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO ws-roll-present ws-roll-recorded
              MOVE 0 TO SQLCODE
           END-IF.
           IF ws-roll-recorded > 0
              COMPUTE WS-PCT =
                 (ws-roll-present * 100) / ws-roll-recorded
           ELSE
              MOVE 100 TO WS-PCT
           END-IF.

       GET-OPEN-CASE.
           MOVE 'Y' TO WS-CASE-FOUND.
           EXEC SQL
              SELECT case_stage, stage_date, open_date
              INTO :ws-case-stage, :ws-stage-date, :ws-open-date
              FROM absence_cases
              WHERE id_student = :id-student
                AND case_status = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-CASE-FOUND
              MOVE 0 TO ws-case-stage
              MOVE 0 TO SQLCODE
           ELSE
              COMPUTE WS-STAGE-INT =
                 FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL(ws-stage-date))
              COMPUTE WS-SINCE-DAYS = WS-RUN-INT - WS-STAGE-INT
           END-IF.

       OPEN-NEW-CASE.
           MOVE 1 TO ws-case-stage.
           EXEC SQL
              INSERT INTO absence_cases
                 (id_student, group_number, campus_code,
                  trigger_reason, case_stage, open_date,
                  stage_date, case_status, log_ts)
              VALUES
                 (:id-student, :group_number, :campus_code,
                  :ws-trigger, :ws-case-stage, :ws-run-date,
                  :ws-run-date, 'O', CURRENT TIMESTAMP)
           END-EXEC.
           ADD 1 TO WS-OPENED-COUNT.
           PERFORM SPOOL-STAGE-LETTER THRU SPOOL-STAGE-LETTER-EXIT.
           DISPLAY 'Case opened: id ' id-student ' ' ws-trigger
              ' consecutive ' WS-CONSEC-COUNT ' (' WS-PCT '%)'.

       ESCALATE-CASE.
           ADD 1 TO ws-case-stage.
           EXEC SQL
              UPDATE absence_cases
              SET case_stage = :ws-case-stage,
                  stage_date = :ws-run-date,
                  trigger_reason = :ws-trigger,
                  group_number = :group_number,
                  campus_code = :campus_code,
                  log_ts = CURRENT TIMESTAMP
              WHERE id_student = :id-student
                AND case_status = 'O'
           END-EXEC.
           ADD 1 TO WS-ESCALATED-COUNT.
           PERFORM SPOOL-STAGE-LETTER THRU SPOOL-STAGE-LETTER-EXIT.
           DISPLAY 'Case stage ' ws-case-stage ': id ' id-student
              ' consecutive ' WS-CONSEC-COUNT ' (' WS-PCT '%)'.

       CLOSE-RECOVERED-CASE.
           EXEC SQL
              UPDATE absence_cases
              SET case_status = 'C',
                  close_date = :ws-run-date,
                  close_reason = 'RECOVER',
                  log_ts = CURRENT TIMESTAMP
              WHERE id_student = :id-student
                AND case_status = 'O'
           END-EXEC.
           ADD 1 TO WS-CLOSED-COUNT.
           DISPLAY 'Case closed, attendance recovered: id '
              id-student ' (' WS-PCT '%)'.

      *The letter is addressed by name to the guardian of record; the
      *gateway delivers it to the family address held for the student.
       SPOOL-STAGE-LETTER.
           PERFORM GET-GUARDIAN-NAME.
           IF email NOT = SPACES
              PERFORM CHECK-ADDRESS-FLAG
              IF v-count > 0
                 ADD 1 TO WS-BAD-ADDR-COUNT
                 DISPLAY 'Held, address flagged undeliverable: id '
                    id-student
                 GO TO SPOOL-STAGE-LETTER-EXIT
              END-IF
           END-IF.
           IF email = SPACES
              ADD 1 TO RUNLOG-REJECT-COUNT
              DISPLAY 'No address for absence letter: id '
                 id-student
           ELSE
              MOVE SPACES TO SPOOL-REC
              MOVE email TO SP-RECIPIENT
              MOVE WS-STAGE-TEMPLATE(ws-case-stage) TO SP-TEMPLATE
              MOVE id-student TO SP-ID-STUDENT
              MOVE first-name TO SP-FIRST-NAME
              MOVE last-name TO SP-LAST-NAME
              ADD 1 TO ws-spool-seq
              MOVE ws-run-date TO SP-SPOOL-DATE
              MOVE ws-spool-seq TO SP-SPOOL-SEQ
              MOVE ws-guard-name TO SP-GUARDIAN-NAME
              WRITE SPOOL-REC
              ADD 1 TO WS-SPOOL-COUNT
              ADD id-student TO WS-XMIT-HASH
              PERFORM RECORD-SPOOL-ROW
           END-IF.

       SPOOL-STAGE-LETTER-EXIT.
           EXIT.

       GET-GUARDIAN-NAME.
           MOVE SPACES TO ws-guard-name.
           EXEC SQL
              SELECT contact_name
              INTO :ws-guard-name
              FROM guardians
              WHERE id_student = :id-student
                AND contact_type = 'G'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACES TO ws-guard-name
              MOVE 0 TO SQLCODE
           END-IF.

      *Only the case letters are respooled here; PROGRAMNOTIF
      *respools its own notices onto MAILSPL.
       RESPOOL-RETRIES.
           EXEC SQL
              DECLARE C-ABSRETRY CURSOR FOR
              SELECT spool_date, spool_seq, id_student, recipient,
                     template, first_name, last_name
              FROM mail_spool
              WHERE delivery_status = 'R'
                AND template IN ('ABSLTR', 'ABSMEET', 'ABSREFER')
              ORDER BY spool_date, spool_seq
              FOR UPDATE OF attempt_count, delivery_status,
                            status_ts
           END-EXEC.
           EXEC SQL
              OPEN C-ABSRETRY
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ABSRETRY
                 INTO :ws-retry-date, :ws-retry-seq, :id-student,
                      :email, :ws-template, :first-name, :last-name
              END-EXEC
              IF SQLCODE = 0
                 PERFORM RESPOOL-ONE-RETRY
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ABSRETRY
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *An address flagged since the failure is not retried; the
      *letter is closed as held (status X).
       RESPOOL-ONE-RETRY.
           PERFORM CHECK-ADDRESS-FLAG.
           IF v-count > 0
              ADD 1 TO WS-BAD-ADDR-COUNT
              EXEC SQL
                 UPDATE mail_spool
                 SET delivery_status = 'X',
                     status_ts = CURRENT TIMESTAMP
                 WHERE CURRENT OF C-ABSRETRY
              END-EXEC
           ELSE
              PERFORM GET-GUARDIAN-NAME
              MOVE SPACES TO SPOOL-REC
              MOVE email TO SP-RECIPIENT
              MOVE ws-template TO SP-TEMPLATE
              MOVE id-student TO SP-ID-STUDENT
              MOVE first-name TO SP-FIRST-NAME
              MOVE last-name TO SP-LAST-NAME
              MOVE ws-retry-date TO SP-SPOOL-DATE
              MOVE ws-retry-seq TO SP-SPOOL-SEQ
              MOVE ws-guard-name TO SP-GUARDIAN-NAME
              WRITE SPOOL-REC
              ADD 1 TO WS-SPOOL-COUNT
              ADD 1 TO WS-RETRY-COUNT
              ADD id-student TO WS-XMIT-HASH
              EXEC SQL
                 UPDATE mail_spool
                 SET attempt_count = attempt_count + 1,
                     delivery_status = 'P',
                     status_ts = CURRENT TIMESTAMP
                 WHERE CURRENT OF C-ABSRETRY
              END-EXEC
           END-IF.
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
                 (:ws-run-date, :ws-spool-seq, :id-student,
                  :email, :ws-template, :first-name, :last-name,
                  1, 'P', CURRENT TIMESTAMP, CURRENT TIMESTAMP)
           END-EXEC.
           MOVE 0 TO SQLCODE.

       PRINT-CASELOAD.
           OPEN OUTPUT CASE-FILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'CHRONIC ABSENCE CASELOAD AS AT ' DELIMITED BY SIZE
              ws-run-date DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE 'Y' TO WS-FIRST-ROW.
           MOVE 0 TO WS-GROUP-CASES WS-CAMPUS-CASES WS-TOTAL-CASES.
           EXEC SQL
              DECLARE C-CASELOAD CURSOR FOR
              SELECT id_student, group_number, campus_code,
                     case_stage, open_date, stage_date,
                     trigger_reason
              FROM absence_cases
              WHERE case_status = 'O'
              ORDER BY campus_code, group_number, id_student
           END-EXEC.
           EXEC SQL
              OPEN C-CASELOAD
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-CASELOAD
                 INTO :id-student, :group_number, :campus_code,
                      :ws-case-stage, :ws-open-date, :ws-stage-date,
                      :ws-trigger
              END-EXEC
              IF SQLCODE = 0
                 PERFORM PRINT-ONE-CASE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-CASELOAD
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-FIRST-ROW = 'N'
              PERFORM PRINT-GROUP-TOTAL
              PERFORM PRINT-CAMPUS-TOTAL
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'TOTAL OPEN CASES: ' DELIMITED BY SIZE
              WS-TOTAL-CASES DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           CLOSE CASE-FILE.
           DISPLAY 'Open cases on caseload: ' WS-TOTAL-CASES.

       PRINT-ONE-CASE.
           IF WS-FIRST-ROW = 'N'
              AND (campus_code NOT = WS-PREV-CAMPUS
                   OR group_number NOT = WS-PREV-GROUP)
              PERFORM PRINT-GROUP-TOTAL
           END-IF.
           IF WS-FIRST-ROW = 'N'
              AND campus_code NOT = WS-PREV-CAMPUS
              PERFORM PRINT-CAMPUS-TOTAL
           END-IF.
           IF WS-FIRST-ROW = 'Y'
              OR campus_code NOT = WS-PREV-CAMPUS
              MOVE SPACES TO WS-PRINT-LINE
              PERFORM PRINT-A-LINE
              MOVE SPACES TO WS-PRINT-LINE
              STRING 'CAMPUS ' DELIMITED BY SIZE
                 campus_code DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
              END-STRING
              PERFORM PRINT-A-LINE
           END-IF.
           IF WS-FIRST-ROW = 'Y'
              OR campus_code NOT = WS-PREV-CAMPUS
              OR group_number NOT = WS-PREV-GROUP
              MOVE SPACES TO WS-PRINT-LINE
              STRING '  GROUP ' DELIMITED BY SIZE
                 group_number DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
              END-STRING
              PERFORM PRINT-A-LINE
           END-IF.
           MOVE 'N' TO WS-FIRST-ROW.
           MOVE campus_code TO WS-PREV-CAMPUS.
           MOVE group_number TO WS-PREV-GROUP.
           COMPUTE WS-AGE-DAYS = WS-RUN-INT -
              FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(ws-open-date)).
           MOVE SPACES TO first-name last-name.
           EXEC SQL
              SELECT first_name, last_name
              INTO :first-name, :last-name
              FROM students
              WHERE id = :id-student
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '    ' DELIMITED BY SIZE
              id-student DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              first-name DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              last-name DELIMITED BY SIZE
              ' STAGE ' DELIMITED BY SIZE
              WS-STAGE-TEMPLATE(ws-case-stage) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-trigger DELIMITED BY SIZE
              ' AGE ' DELIMITED BY SIZE
              WS-AGE-DAYS DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           ADD 1 TO WS-GROUP-CASES WS-CAMPUS-CASES WS-TOTAL-CASES.

       PRINT-GROUP-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  GROUP ' DELIMITED BY SIZE
              WS-PREV-GROUP DELIMITED BY SIZE
              ' OPEN CASES: ' DELIMITED BY SIZE
              WS-GROUP-CASES DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE 0 TO WS-GROUP-CASES.

       PRINT-CAMPUS-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'CAMPUS ' DELIMITED BY SIZE
              WS-PREV-CAMPUS DELIMITED BY SIZE
              ' OPEN CASES: ' DELIMITED BY SIZE
              WS-CAMPUS-CASES DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE 0 TO WS-CAMPUS-CASES.

       PRINT-A-LINE.
           WRITE CASE-REC FROM WS-PRINT-LINE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMABSC' TO RUNLOG-JOB-NAME.
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
