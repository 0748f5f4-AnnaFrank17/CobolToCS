      *Refund disbursement for credit balances held in unapplied cash
      *suspense by students who have left - withdrawn students and
      *alumni, no longer on the students table. Runs in three steps
      *so no money moves without a second pair of eyes:
      *PROPOSE (the default) raises a pending refund_requests row for
      *each such balance and prints the REFPROP proposal list with its
      *control total; APPROVE reads the bursar's REFAPPR decisions (A
      *approve, R reject) against the pending rows; RELEASE writes the
      *approved refunds to the REFDISB disbursement file for accounts
      *payable, with a trailer carrying the count and the control
      *total, and takes each amount out of suspense through
      *PROGRAMSUSP so the movement is traceable. The payee is the
      *guardian of record when one is on file. The closed REFDISB
      *file is registered in the transmission manifest with its
      *refund count and a hash total of the student ids.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMREFUND.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT PROP-FILE ASSIGN TO "REFPROP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROP-STATUS.
           SELECT APPR-FEED ASSIGN TO "REFAPPR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.
           SELECT DISB-FILE ASSIGN TO "REFDISB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISB-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  PROP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  PROP-REC                    PIC X(80).

           FD  APPR-FEED
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  APPR-FEED-REC.
               05 RA-ID-STUDENT PIC 9(5).
               05 RA-DECISION PIC X(1).
               05 RA-APPROVER PIC X(8).
               05 FILLER PIC X(66).

           FD  DISB-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  DISB-REC.
               05 RD-REC-TYPE PIC X(3).
               05 RD-ID-STUDENT PIC 9(5).
               05 RD-PAYEE-NAME PIC X(20).
               05 RD-CITY PIC X(10).
               05 RD-COUNTRY PIC X(10).
               05 RD-CAMPUS-CODE PIC X(3).
               05 RD-AMOUNT PIC 9(7)V99.
               05 RD-BATCH-REF PIC X(10).
               05 FILLER PIC X(10).
           01  DISB-TRL-REC.
               05 RD-TRL-TYPE PIC X(3).
               05 RD-TRL-COUNT PIC 9(7).
               05 RD-TRL-TOTAL PIC 9(11)V99.
               05 RD-TRL-BATCH-REF PIC X(10).
               05 FILLER PIC X(47).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 students.
              05 id-student PIC 9(5).
              05 first-name PIC X(10).
              05 last-name PIC X(10).
              05 city PIC X(10).
              05 country PIC X(10).
              05 campus_code PIC X(3).

           01 ws-balance PIC 9(7)V99.
           01 ws-refund-amount PIC 9(7)V99.
           01 ws-approver PIC X(8).
           01 ws-decision PIC X(1).
           01 ws-today-date PIC X(8).
           01 ws-batch-ref PIC X(10).
           01 ws-guard-name PIC X(20).
           01 ws-guard-city PIC X(10).
           01 ws-guard-country PIC X(10).
           01 ws-bad-value PIC X(30).
           01 v-count PIC 9(10).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           COPY "Suspense.cpy".

           COPY "Manifest.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  WS-RUN-MODE                    PIC X(8).
           01  WS-PROP-STATUS                 PIC XX.
           01  WS-FEED-STATUS                 PIC XX.
           01  WS-DISB-STATUS                 PIC XX.
           01  WS-FEED-EOF                    PIC X(1).
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-REFUND-COUNT                PIC 9(7) VALUE 0.
           01  WS-CONTROL-TOTAL               PIC 9(11)V99 VALUE 0.
           01  WS-XMIT-HASH                   PIC 9(12) VALUE 0.
           01  WS-REQ-CAMPUS                  PIC X(3).
           01  WS-ED-AMOUNT                   PIC Z(6)9.99.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramREFUND: suspense refund disbursement'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE.
       IF WS-RUN-MODE = SPACES
          MOVE 'PROPOSE' TO WS-RUN-MODE
       END-IF.

       DISPLAY 2 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PROFILE FROM ARGUMENT-VALUE.
       IF WS-PROFILE = SPACES
          MOVE 'PROD' TO WS-PROFILE
       END-IF.

       MOVE WS-PROFILE TO SIGNON-PROFILE.
       CALL "ProgramSIGNON" USING SQLCA, SIGNON-REQUEST.

       IF SQLCODE = 0 THEN
          DISPLAY 'Connected.'
          PERFORM INIT-RUN-LOG
          ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
          MOVE WS-CLOCK-DATE TO ws-today-date
          EVALUATE WS-RUN-MODE
             WHEN 'APPROVE'
                PERFORM PROCESS-APPROVALS
             WHEN 'RELEASE'
                PERFORM RELEASE-REFUNDS
             WHEN OTHER
                PERFORM PROPOSE-REFUNDS
          END-EVALUATE
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

      *A balance belongs on the proposal once its student is off the
      *students table; a balance already pending or approved is not
      *proposed a second time.
       PROPOSE-REFUNDS.
           OPEN OUTPUT PROP-FILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'REFUND PROPOSAL - SUSPENSE CREDIT BALANCES '
              DELIMITED BY SIZE
              ws-today-date DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           EXEC SQL
              DECLARE C-REFPROP CURSOR FOR
              SELECT id_student, balance
              FROM cash_suspense
              WHERE balance > 0
                AND NOT EXISTS
                   (SELECT 1 FROM students
                    WHERE students.id = cash_suspense.id_student)
                AND NOT EXISTS
                   (SELECT 1 FROM refund_requests
                    WHERE refund_requests.id_student =
                          cash_suspense.id_student
                      AND refund_requests.req_status IN ('P', 'A'))
              ORDER BY id_student
           END-EXEC.
           EXEC SQL
              OPEN C-REFPROP
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-REFPROP
                 INTO :id-student, :ws-balance
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO RUNLOG-READ-COUNT
                 PERFORM PROPOSE-ONE-REFUND
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-REFPROP
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'REFUNDS PROPOSED: ' DELIMITED BY SIZE
              WS-REFUND-COUNT DELIMITED BY SIZE
              '  CONTROL TOTAL: ' DELIMITED BY SIZE
              WS-CONTROL-TOTAL DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           CLOSE PROP-FILE.
           DISPLAY 'Refunds proposed: ' WS-REFUND-COUNT.
           DISPLAY 'Control total:    ' WS-CONTROL-TOTAL.

       PROPOSE-ONE-REFUND.
           PERFORM GET-LEAVER-DETAILS.
           EXEC SQL
              INSERT INTO refund_requests
                 (id_student, campus_code, refund_amount,
                  req_status, request_date, log_ts)
              VALUES
                 (:id-student, :campus_code, :ws-balance,
                  'P', :ws-today-date, CURRENT TIMESTAMP)
           END-EXEC.
           ADD 1 TO RUNLOG-INSERT-COUNT.
           ADD 1 TO WS-REFUND-COUNT.
           ADD ws-balance TO WS-CONTROL-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   ID ' DELIMITED BY SIZE
              id-student DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              first-name DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              last-name DELIMITED BY SIZE
              ' CAMPUS ' DELIMITED BY SIZE
              campus_code DELIMITED BY SIZE
              ' AMOUNT ' DELIMITED BY SIZE
              ws-balance DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.

       PROCESS-APPROVALS.
           OPEN INPUT APPR-FEED.
           IF WS-FEED-STATUS NOT = '00'
              DISPLAY 'Approval feed not available, status: '
                 WS-FEED-STATUS
              MOVE 'ABORT' TO RUNLOG-STATUS
              PERFORM WRITE-RUN-LOG
              EXEC SQL COMMIT WORK RELEASE END-EXEC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-FEED-EOF.
           PERFORM UNTIL WS-FEED-EOF = 'Y'
              READ APPR-FEED
                 AT END MOVE 'Y' TO WS-FEED-EOF
                 NOT AT END
                    ADD 1 TO RUNLOG-READ-COUNT
                    PERFORM PROCESS-APPROVAL-RECORD
              END-READ
           END-PERFORM.
           CLOSE APPR-FEED.
           DISPLAY 'Decisions read:     ' RUNLOG-READ-COUNT.
           DISPLAY 'Decisions applied:  ' RUNLOG-INSERT-COUNT.
           DISPLAY 'Decisions rejected: ' RUNLOG-REJECT-COUNT.

       PROCESS-APPROVAL-RECORD.
           MOVE RA-ID-STUDENT TO id-student.
           MOVE RA-DECISION TO ws-decision.
           MOVE RA-APPROVER TO ws-approver.
           IF (ws-decision NOT = 'A' AND ws-decision NOT = 'R')
              OR ws-approver = SPACES
              DISPLAY 'Rejected, bad decision record: ' id-student
              PERFORM LOG-EXCEPTION-BAD-DECISION
           ELSE
              EXEC SQL
                 UPDATE refund_requests
                 SET req_status = :ws-decision,
                     approver_id = :ws-approver,
                     approval_date = :ws-today-date,
                     log_ts = CURRENT TIMESTAMP
                 WHERE id_student = :id-student
                   AND req_status = 'P'
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 ADD 1 TO RUNLOG-INSERT-COUNT
                 DISPLAY 'Refund decision ' ws-decision ': '
                    id-student ' by ' ws-approver
              ELSE
                 DISPLAY 'Rejected, no pending refund: ' id-student
                 PERFORM LOG-EXCEPTION-NO-REQUEST
              END-IF
           END-IF.
           MOVE 0 TO SQLCODE.

       RELEASE-REFUNDS.
           MOVE SPACES TO ws-batch-ref.
           STRING 'RF' DELIMITED BY SIZE
              ws-today-date DELIMITED BY SIZE
              INTO ws-batch-ref
           END-STRING.
           OPEN OUTPUT DISB-FILE.
           EXEC SQL
              DECLARE C-REFREL CURSOR FOR
              SELECT id_student, campus_code, refund_amount
              FROM refund_requests
              WHERE req_status = 'A'
              ORDER BY campus_code, id_student
           END-EXEC.
           EXEC SQL
              OPEN C-REFREL
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-REFREL
                 INTO :id-student, :campus_code, :ws-refund-amount
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO RUNLOG-READ-COUNT
                 PERFORM RELEASE-ONE-REFUND
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-REFREL
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE SPACES TO DISB-TRL-REC.
           MOVE 'TRL' TO RD-TRL-TYPE.
           MOVE WS-REFUND-COUNT TO RD-TRL-COUNT.
           MOVE WS-CONTROL-TOTAL TO RD-TRL-TOTAL.
           MOVE ws-batch-ref TO RD-TRL-BATCH-REF.
           WRITE DISB-TRL-REC.
           CLOSE DISB-FILE.
           MOVE 'REFDISB' TO MANIFEST-FILE-NAME.
           MOVE 'PROGRAMREFUND' TO MANIFEST-JOB-NAME.
           MOVE ws-today-date TO MANIFEST-PROC-DATE.
           MOVE WS-REFUND-COUNT TO MANIFEST-RECORD-COUNT.
           MOVE WS-XMIT-HASH TO MANIFEST-HASH-TOTAL.
           CALL "ProgramMANIF" USING SQLCA, MANIFEST-REQUEST.
           DISPLAY 'Refunds released: ' WS-REFUND-COUNT.
           DISPLAY 'Control total:    ' WS-CONTROL-TOTAL.

      *The amount comes out of suspense first; if the balance has
      *since been used the refund is held back for the bursar.
       RELEASE-ONE-REFUND.
           MOVE 'O' TO SUSP-ACTION.
           MOVE id-student TO SUSP-ID-STUDENT.
           MOVE 'REFUND' TO SUSP-MOVE-TYPE.
           MOVE ws-refund-amount TO SUSP-AMOUNT.
           MOVE campus_code TO SUSP-CAMPUS-CODE.
           MOVE ws-batch-ref TO SUSP-REFERENCE.
           CALL "ProgramSUSP" USING SQLCA, SUSP-REQUEST.
           IF SUSP-STATUS NOT = 'Y'
              MOVE 0 TO SQLCODE
              DISPLAY 'Refund held, suspense balance short: '
                 id-student
              PERFORM LOG-EXCEPTION-SHORT-BALANCE
           ELSE
              MOVE campus_code TO WS-REQ-CAMPUS
              PERFORM GET-LEAVER-DETAILS
              MOVE WS-REQ-CAMPUS TO campus_code
              MOVE SPACES TO DISB-REC
              MOVE 'DTL' TO RD-REC-TYPE
              MOVE id-student TO RD-ID-STUDENT
              IF ws-guard-name NOT = SPACES
                 MOVE ws-guard-name TO RD-PAYEE-NAME
                 MOVE ws-guard-city TO RD-CITY
                 MOVE ws-guard-country TO RD-COUNTRY
              ELSE
                 STRING FUNCTION TRIM(first-name) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    FUNCTION TRIM(last-name) DELIMITED BY SIZE
                    INTO RD-PAYEE-NAME
                 END-STRING
                 MOVE city TO RD-CITY
                 MOVE country TO RD-COUNTRY
              END-IF
              MOVE campus_code TO RD-CAMPUS-CODE
              MOVE ws-refund-amount TO RD-AMOUNT
              MOVE ws-batch-ref TO RD-BATCH-REF
              WRITE DISB-REC
              EXEC SQL
                 UPDATE refund_requests
                 SET req_status = 'D',
                     batch_ref = :ws-batch-ref,
                     log_ts = CURRENT TIMESTAMP
                 WHERE id_student = :id-student
                   AND req_status = 'A'
              END-EXEC
              ADD 1 TO RUNLOG-INSERT-COUNT
              ADD 1 TO WS-REFUND-COUNT
              ADD ws-refund-amount TO WS-CONTROL-TOTAL
              ADD id-student TO WS-XMIT-HASH
           END-IF.

      *A leaver is on the alumni master or, when withdrawn, on the
      *latest history row; the guardian of record is the payee.
       GET-LEAVER-DETAILS.
           MOVE SPACES TO first-name last-name city country
              campus_code.
           EXEC SQL
              SELECT first_name, last_name, city, country,
                     campus_code
              INTO :first-name, :last-name, :city, :country,
                   :campus_code
              FROM alumni
              WHERE id_student = :id-student
           END-EXEC.
           IF SQLCODE NOT = 0
              EXEC SQL
                 SELECT first_name, last_name, city, country,
                        campus_code
                 INTO :first-name, :last-name, :city, :country,
                      :campus_code
                 FROM students_history
                 WHERE id_student = :id-student
                   AND deleted_ts =
                      (SELECT MAX(deleted_ts)
                       FROM students_history
                       WHERE id_student = :id-student)
              END-EXEC
           END-IF.
           MOVE SPACES TO ws-guard-name ws-guard-city
              ws-guard-country.
           EXEC SQL
              SELECT contact_name, city, country
              INTO :ws-guard-name, :ws-guard-city,
                   :ws-guard-country
              FROM guardians
              WHERE id_student = :id-student
                AND contact_type = 'G'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACES TO ws-guard-name
           END-IF.
           MOVE 0 TO SQLCODE.

       LOG-EXCEPTION-BAD-DECISION.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'REF-DECIS',
                  'Refund decision not A or R, or no approver',
                  :ws-decision,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-NO-REQUEST.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'REF-NOREQ',
                  'No pending refund for decision',
                  :ws-approver,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-SHORT-BALANCE.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           MOVE ws-refund-amount TO WS-ED-AMOUNT.
           MOVE WS-ED-AMOUNT TO ws-bad-value.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  campus_code, resolved_flag, log_ts)
              VALUES
                 (:id-student, 'REF-BAL',
                  'Approved refund exceeds suspense',
                  :ws-bad-value,
                  :campus_code, 'N', CURRENT TIMESTAMP)
           END-EXEC.

       PRINT-A-LINE.
           WRITE PROP-REC FROM WS-PRINT-LINE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMREFUND' TO RUNLOG-JOB-NAME.
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
