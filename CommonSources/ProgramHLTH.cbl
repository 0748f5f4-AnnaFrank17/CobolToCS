      *Loads the school nurse's health-alert feed: one alert per
      *student and alert type (ALLERGY, MEDICAL, DIETARY) with a short
      *instruction for the staff in charge and the date the nurse is
      *to review it. Transaction codes: A adds or replaces the alert,
      *D removes it. The alerts are restricted records: rosters
      *(PROGRAMROST) flag the children carrying one and each
      *instructor's timetable page (PROGRAMITT) lists them per group,
      *but only the nurse's grant may change them - argument 2 is the
      *operator id, and without an active grant for HLTH on
      *operator_authority every transaction is rejected. After the
      *feed the run prints the nurse's follow-up list HLTHRVW of every
      *alert whose review date has passed, oldest first. Rejects go
      *to exceptions_log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMHLTH.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT HLTH-FEED ASSIGN TO "HLTHFEED"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "HLTHRVW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  HLTH-FEED
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  HLTH-FEED-REC.
               05 HF-TRAN-CODE PIC X(1).
               05 HF-ID-STUDENT PIC 9(5).
               05 HF-ALERT-TYPE PIC X(8).
               05 HF-INSTRUCTION PIC X(40).
               05 HF-REVIEW-DATE PIC X(8).
               05 FILLER PIC X(18).

           FD  REVIEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  REVIEW-REC                  PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 id-student PIC 9(5).
           01 first-name PIC X(10).
           01 last-name PIC X(10).
           01 group_number PIC 9(5).
           01 ws-alert-type PIC X(8).
           01 ws-instruction PIC X(40).
           01 ws-review-date PIC X(8).
           01 ws-today PIC X(8).
           01 ws-operator-id PIC X(8).
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
           01  WS-REVIEW-STATUS               PIC XX.
           01  WS-FEED-EOF                    PIC X(1).
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-OVERDUE-COUNT               PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramHLTH: health alert load and review list'.

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
          ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
          MOVE WS-CLOCK-DATE TO ws-today
          PERFORM CHECK-OPERATOR-AUTHORITY
          PERFORM PROCESS-HLTH-FEED
          PERFORM PRINT-REVIEW-LIST
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

       PROCESS-HLTH-FEED.
           OPEN INPUT HLTH-FEED.
           IF WS-FEED-STATUS NOT = '00'
              DISPLAY 'Health alert feed not available, status: '
                 WS-FEED-STATUS
              MOVE 'ABORT' TO RUNLOG-STATUS
              PERFORM WRITE-RUN-LOG
              EXEC SQL COMMIT WORK RELEASE END-EXEC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-FEED-EOF.
           PERFORM UNTIL WS-FEED-EOF = 'Y'
              READ HLTH-FEED
                 AT END MOVE 'Y' TO WS-FEED-EOF
                 NOT AT END
                    ADD 1 TO RUNLOG-READ-COUNT
                    IF AUTH-RESULT = 'Y'
                       PERFORM PROCESS-HLTH-RECORD
                    ELSE
                       PERFORM REJECT-NOT-AUTHORISED
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HLTH-FEED.
           DISPLAY 'Alert records read:     ' RUNLOG-READ-COUNT.
           DISPLAY 'Alerts stored:          ' RUNLOG-INSERT-COUNT.
           DISPLAY 'Alerts removed:         ' RUNLOG-DELETE-COUNT.
           DISPLAY 'Alert records rejected: ' RUNLOG-REJECT-COUNT.

       PROCESS-HLTH-RECORD.
           MOVE HF-ID-STUDENT TO id-student.
           MOVE HF-ALERT-TYPE TO ws-alert-type.
           MOVE HF-INSTRUCTION TO ws-instruction.
           MOVE HF-REVIEW-DATE TO ws-review-date.
           EVALUATE HF-TRAN-CODE
              WHEN 'A'
                 PERFORM ALERT-ADD
              WHEN 'D'
                 PERFORM ALERT-REMOVE
              WHEN OTHER
                 DISPLAY 'Rejected, unknown tran code: '
                    HF-TRAN-CODE ' student ' id-student
                 PERFORM LOG-EXCEPTION-BAD-TRAN
           END-EVALUATE.

       ALERT-ADD.
           EXEC SQL
              SELECT COUNT(*) INTO :v-count
              FROM students
              WHERE id = :id-student
           END-EXEC.
           EVALUATE TRUE
              WHEN v-count = 0
                 DISPLAY 'Rejected, student not found: ' id-student
                 PERFORM LOG-EXCEPTION-NOT-FOUND
              WHEN ws-alert-type NOT = 'ALLERGY'
                 AND ws-alert-type NOT = 'MEDICAL'
                 AND ws-alert-type NOT = 'DIETARY'
                 DISPLAY 'Rejected, unknown alert type: '
                    ws-alert-type ' student ' id-student
                 PERFORM LOG-EXCEPTION-BAD-TYPE
              WHEN ws-instruction = SPACES
                 OR HF-REVIEW-DATE IS NOT NUMERIC
                 OR ws-review-date = '00000000'
                 DISPLAY 'Rejected, no instruction or review date: '
                    id-student ' ' ws-alert-type
                 PERFORM LOG-EXCEPTION-INCOMPLETE
              WHEN OTHER
                 PERFORM STORE-ALERT
           END-EVALUATE.

       STORE-ALERT.
           EXEC SQL
              UPDATE health_alert
              SET instruction = :ws-instruction,
                  review_date = :ws-review-date,
                  operator_id = :ws-operator-id,
                  log_ts = CURRENT TIMESTAMP
              WHERE id_student = :id-student
                AND alert_type = :ws-alert-type
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL
                 INSERT INTO health_alert
                    (id_student, alert_type, instruction,
                     review_date, operator_id, log_ts)
                 VALUES
                    (:id-student, :ws-alert-type, :ws-instruction,
                     :ws-review-date, :ws-operator-id,
                     CURRENT TIMESTAMP)
              END-EXEC
           END-IF.
           ADD 1 TO RUNLOG-INSERT-COUNT.
           DISPLAY 'Alert stored: ' id-student ' ' ws-alert-type.

       ALERT-REMOVE.
           EXEC SQL
              DELETE FROM health_alert
              WHERE id_student = :id-student
                AND alert_type = :ws-alert-type
           END-EXEC.
           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO RUNLOG-DELETE-COUNT
              DISPLAY 'Alert removed: ' id-student ' '
                 ws-alert-type
           ELSE
              MOVE 0 TO SQLCODE
              DISPLAY 'Rejected, alert not on file: ' id-student
                 ' ' ws-alert-type
              PERFORM LOG-EXCEPTION-NOT-FOUND
           END-IF.

      *Alerts stay in force after the review date; the list is the
      *nurse's prompt to confirm or update them.
       PRINT-REVIEW-LIST.
           OPEN OUTPUT REVIEW-FILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'HEALTH ALERTS PAST REVIEW DATE - ' DELIMITED BY SIZE
              ws-today DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE REVIEW-REC FROM WS-PRINT-LINE.
           MOVE 'RESTRICTED - SCHOOL NURSE ONLY' TO WS-PRINT-LINE.
           WRITE REVIEW-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE REVIEW-REC FROM WS-PRINT-LINE.
           EXEC SQL
              DECLARE C-HLTHRVW CURSOR FOR
              SELECT h.id_student, s.first_name, s.last_name,
                     s.group_number, h.alert_type, h.instruction,
                     h.review_date
              FROM health_alert h, students s
              WHERE s.id = h.id_student
                AND h.review_date < :ws-today
              ORDER BY h.review_date, s.last_name, s.first_name
           END-EXEC.
           EXEC SQL
              OPEN C-HLTHRVW
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-HLTHRVW
                 INTO :id-student, :first-name, :last-name,
                      :group_number, :ws-alert-type,
                      :ws-instruction, :ws-review-date
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-OVERDUE-COUNT
                 PERFORM PRINT-REVIEW-LINE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-HLTHRVW
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE REVIEW-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'ALERTS DUE FOR REVIEW: ' DELIMITED BY SIZE
              WS-OVERDUE-COUNT DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE REVIEW-REC FROM WS-PRINT-LINE.
           CLOSE REVIEW-FILE.
           DISPLAY 'Alerts due for review:  ' WS-OVERDUE-COUNT.

       PRINT-REVIEW-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING ws-review-date DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              id-student DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              first-name DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              last-name DELIMITED BY SIZE
              ' GROUP ' DELIMITED BY SIZE
              group_number DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-alert-type DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE REVIEW-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '         ' DELIMITED BY SIZE
              ws-instruction DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE REVIEW-REC FROM WS-PRINT-LINE.

       LOG-EXCEPTION-BAD-TRAN.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'HLT-TRAN',
                  'Unknown health alert feed tran code',
                  :ws-alert-type,
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
                 (:id-student, 'HLT-NOTFND',
                  'Student or health alert not on file',
                  :ws-alert-type,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-BAD-TYPE.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'HLT-TYPE',
                  'Unknown health alert type',
                  :ws-alert-type,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-INCOMPLETE.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'HLT-INCOMP',
                  'Alert without instruction or review date',
                  :ws-review-date,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       CHECK-OPERATOR-AUTHORITY.
           MOVE ws-operator-id TO AUTH-OPERATOR-ID.
           MOVE 'HLTH' TO AUTH-FUNCTION.
           CALL "ProgramAUTH" USING SQLCA, AUTH-REQUEST.
           MOVE 0 TO SQLCODE.
           IF AUTH-RESULT NOT = 'Y'
              DISPLAY 'Operator not authorised for HLTH: '
                 ws-operator-id
           END-IF.

       REJECT-NOT-AUTHORISED.
           MOVE HF-ID-STUDENT TO id-student.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'OPR-AUTH',
                  'Operator not authorised for HLTH',
                  :ws-operator-id,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMHLTH' TO RUNLOG-JOB-NAME.
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
