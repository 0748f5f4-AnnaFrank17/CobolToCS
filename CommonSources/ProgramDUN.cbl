      *Dunning run over the open invoices PROGRAMAR ages. Each overdue
      *invoice moves one stage at a time through the cycle: stage 1
      *friendly reminder once it is over 30 days old, stage 2 formal
      *notice over 60 days, stage 3 final notice over 90 days, which
      *also places a financial hold on the student. A stage is only
      *sent when the previous letter is at least the interval days
      *old. The stage reached and the date sent are kept per invoice
      *in dunning_control so no letter goes out twice. The letter is
      *addressed to the guardian of record, or to the student when no
      *guardian is on file. Invoices no longer open (settled by
      *PROGRAMPAY or fully credited) have their cycle stopped and any
      *hold released. The closed DUNLTR file is registered in the
      *transmission manifest with its letter count and a hash total
      *of the student ids written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMDUN.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT LETTER-FILE ASSIGN TO "DUNLTR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  LETTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  LETTER-REC                  PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 students.
              05 id-student PIC 9(5).
              05 first-name PIC X(10).
              05 last-name PIC X(10).
              05 email PIC X(30).
              05 city PIC X(10).
              05 country PIC X(10).

           01 group_number PIC 9(5).
           01 campus_code PIC X(3).
           01 ws-invoice-amount PIC 9(7)V99.
           01 ws-paid-amount PIC 9(7)V99.
           01 ws-credit-amount PIC 9(7)V99.
           01 ws-invoice-date PIC X(8).
           01 ws-dun-stage PIC 9(1).
           01 ws-stage-date PIC X(8).
           01 ws-run-date PIC X(8).
           01 ws-guard-name PIC X(20).
           01 ws-guard-city PIC X(10).
           01 ws-guard-country PIC X(10).
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
           01  WS-LETTER-STATUS               PIC XX.
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-RUN-INT                     PIC 9(7).
           01  WS-INV-INT                     PIC 9(7).
           01  WS-STAGE-INT                   PIC 9(7).
           01  WS-AGE-DAYS                    PIC S9(5).
           01  WS-SINCE-DAYS                  PIC S9(5).
           01  WS-BALANCE                     PIC S9(7)V99.
           01  WS-NEXT-STAGE                  PIC 9(1).
           01  WS-CONTROL-FOUND               PIC X(1).
           01  WS-GUARDIAN-FOUND              PIC X(1).
           01  WS-MAIL-CITY                   PIC X(10).
           01  WS-MAIL-COUNTRY                PIC X(10).
           01  WS-INTERVAL-DAYS               PIC 9(3) VALUE 14.
           01  WS-STAGE-DAYS-TABLE.
               05 FILLER                      PIC 9(3) VALUE 30.
               05 FILLER                      PIC 9(3) VALUE 60.
               05 FILLER                      PIC 9(3) VALUE 90.
           01  WS-STAGE-DAYS-R REDEFINES WS-STAGE-DAYS-TABLE.
               05 WS-STAGE-DAYS OCCURS 3 TIMES PIC 9(3).
           01  WS-STAGE-COUNTS.
               05 WS-STAGE-COUNT OCCURS 3 TIMES PIC 9(5).
           01  WS-HOLD-COUNT                  PIC 9(5) VALUE 0.
           01  WS-STOPPED-COUNT               PIC 9(5) VALUE 0.
           01  WS-LETTER-COUNT                PIC 9(7) VALUE 0.
           01  WS-XMIT-HASH                   PIC 9(12) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramDUN: dunning letters for overdue invoices'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT ws-run-date FROM ARGUMENT-VALUE.
       IF ws-run-date = SPACES
          ACCEPT ws-run-date FROM DATE YYYYMMDD
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
          DISPLAY 'Dunning run as at ' ws-run-date
          PERFORM INIT-RUN-LOG
          PERFORM STOP-SETTLED-CYCLES
          PERFORM RUN-DUNNING-CYCLE
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

      *An invoice settled since the last run leaves the cycle: its
      *control row is marked stopped and its hold released. PROGRAMPAY
      *does the same as it posts; this catches invoices closed by a
      *pro-rata credit.
       STOP-SETTLED-CYCLES.
           EXEC SQL
              UPDATE financial_hold
              SET hold_status = 'R',
                  release_date = :ws-run-date,
                  log_ts = CURRENT TIMESTAMP
              WHERE hold_status = 'H'
                AND NOT EXISTS
                   (SELECT 1 FROM invoices
                    WHERE invoices.id_student =
                          financial_hold.id_student
                      AND invoices.invoice_date =
                          financial_hold.invoice_date
                      AND invoices.inv_status = 'O')
           END-EXEC.
           EXEC SQL
              UPDATE dunning_control
              SET dun_status = 'S',
                  log_ts = CURRENT TIMESTAMP
              WHERE dun_status = 'A'
                AND NOT EXISTS
                   (SELECT 1 FROM invoices
                    WHERE invoices.id_student =
                          dunning_control.id_student
                      AND invoices.invoice_date =
                          dunning_control.invoice_date
                      AND invoices.inv_status = 'O')
           END-EXEC.
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-STOPPED-COUNT
           END-IF.
           MOVE 0 TO SQLCODE.
           DISPLAY 'Cycles stopped, invoice settled: '
              WS-STOPPED-COUNT.

       RUN-DUNNING-CYCLE.
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ws-run-date)).
           MOVE 0 TO WS-STAGE-COUNT(1) WS-STAGE-COUNT(2)
              WS-STAGE-COUNT(3).
           OPEN OUTPUT LETTER-FILE.
           EXEC SQL
              DECLARE C-DUN CURSOR FOR
              SELECT id_student, group_number, campus_code,
                     invoice_amount, paid_amount, credit_amount,
                     invoice_date
              FROM invoices
              WHERE inv_status = 'O'
              ORDER BY campus_code, invoice_date, id_student
           END-EXEC.
           EXEC SQL
              OPEN C-DUN
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-DUN
                 INTO :id-student, :group_number, :campus_code,
                      :ws-invoice-amount, :ws-paid-amount,
                      :ws-credit-amount, :ws-invoice-date
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO RUNLOG-READ-COUNT
                 PERFORM DUN-ONE-INVOICE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-DUN
           END-EXEC.
           MOVE 0 TO SQLCODE.
           CLOSE LETTER-FILE.
           MOVE 'DUNLTR' TO MANIFEST-FILE-NAME.
           MOVE 'PROGRAMDUN' TO MANIFEST-JOB-NAME.
           MOVE ws-run-date TO MANIFEST-PROC-DATE.
           MOVE WS-LETTER-COUNT TO MANIFEST-RECORD-COUNT.
           MOVE WS-XMIT-HASH TO MANIFEST-HASH-TOTAL.
           CALL "ProgramMANIF" USING SQLCA, MANIFEST-REQUEST.
           DISPLAY 'Open invoices read:     ' RUNLOG-READ-COUNT.
           DISPLAY 'Friendly reminders:     ' WS-STAGE-COUNT(1).
           DISPLAY 'Formal notices:         ' WS-STAGE-COUNT(2).
           DISPLAY 'Final notices:          ' WS-STAGE-COUNT(3).
           DISPLAY 'Financial holds placed: ' WS-HOLD-COUNT.

       DUN-ONE-INVOICE.
           COMPUTE WS-BALANCE =
              ws-invoice-amount - ws-paid-amount
              - ws-credit-amount.
           IF WS-BALANCE > 0
              COMPUTE WS-INV-INT =
                 FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL(ws-invoice-date))
              COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-INV-INT
              PERFORM GET-DUNNING-STAGE
              IF ws-dun-stage < 3
                 COMPUTE WS-NEXT-STAGE = ws-dun-stage + 1
                 IF WS-AGE-DAYS > WS-STAGE-DAYS(WS-NEXT-STAGE)
                    AND WS-SINCE-DAYS NOT < WS-INTERVAL-DAYS
                    PERFORM SEND-NEXT-STAGE
                 END-IF
              END-IF
           END-IF.

       GET-DUNNING-STAGE.
           MOVE 'Y' TO WS-CONTROL-FOUND.
           EXEC SQL
              SELECT dun_stage, stage_date
              INTO :ws-dun-stage, :ws-stage-date
              FROM dunning_control
              WHERE id_student = :id-student
                AND invoice_date = :ws-invoice-date
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-CONTROL-FOUND
              MOVE 0 TO ws-dun-stage
              MOVE 999 TO WS-SINCE-DAYS
              MOVE 0 TO SQLCODE
           ELSE
              COMPUTE WS-STAGE-INT =
                 FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL(ws-stage-date))
              COMPUTE WS-SINCE-DAYS = WS-RUN-INT - WS-STAGE-INT
           END-IF.

       SEND-NEXT-STAGE.
           PERFORM GET-STUDENT-ADDRESS.
           PERFORM GET-GUARDIAN-ADDRESS.
           PERFORM WRITE-LETTER.
           MOVE WS-NEXT-STAGE TO ws-dun-stage.
           MOVE ws-run-date TO ws-stage-date.
           IF WS-CONTROL-FOUND = 'Y'
              EXEC SQL
                 UPDATE dunning_control
                 SET dun_stage = :ws-dun-stage,
                     stage_date = :ws-stage-date,
                     dun_status = 'A',
                     log_ts = CURRENT TIMESTAMP
                 WHERE id_student = :id-student
                   AND invoice_date = :ws-invoice-date
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO dunning_control
                    (id_student, invoice_date, campus_code,
                     dun_stage, stage_date, dun_status, log_ts)
                 VALUES
                    (:id-student, :ws-invoice-date, :campus_code,
                     :ws-dun-stage, :ws-stage-date, 'A',
                     CURRENT TIMESTAMP)
              END-EXEC
           END-IF.
           ADD 1 TO WS-STAGE-COUNT(ws-dun-stage).
           ADD 1 TO RUNLOG-INSERT-COUNT.
           IF ws-dun-stage = 3
              PERFORM PLACE-FINANCIAL-HOLD
           END-IF.
           DISPLAY 'Stage ' ws-dun-stage ' sent: id ' id-student
              ' invoice ' ws-invoice-date ' balance ' WS-BALANCE.

       PLACE-FINANCIAL-HOLD.
           EXEC SQL
              INSERT INTO financial_hold
                 (id_student, invoice_date, campus_code,
                  hold_status, hold_date, log_ts)
              VALUES
                 (:id-student, :ws-invoice-date, :campus_code,
                  'H', :ws-run-date, CURRENT TIMESTAMP)
           END-EXEC.
           ADD 1 TO WS-HOLD-COUNT.

      *A withdrawn student is no longer on the students table; the
      *letter goes to the address archived with the history row.
       GET-STUDENT-ADDRESS.
           MOVE SPACES TO first-name last-name email city country.
           EXEC SQL
              SELECT first_name, last_name, email, city, country
              INTO :first-name, :last-name, :email, :city,
                   :country
              FROM students
              WHERE id = :id-student
           END-EXEC.
           IF SQLCODE NOT = 0
              EXEC SQL
                 SELECT first_name, last_name, email, city, country
                 INTO :first-name, :last-name, :email, :city,
                      :country
                 FROM students_history
                 WHERE id_student = :id-student
                   AND deleted_ts =
                      (SELECT MAX(deleted_ts)
                       FROM students_history
                       WHERE id_student = :id-student)
              END-EXEC
              MOVE 0 TO SQLCODE
           END-IF.

      *Letters go to the guardian of record; only when no guardian is
      *on file does the student's own address carry.
       GET-GUARDIAN-ADDRESS.
           MOVE 'N' TO WS-GUARDIAN-FOUND.
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
           IF SQLCODE = 0
              MOVE 'Y' TO WS-GUARDIAN-FOUND
              MOVE ws-guard-city TO WS-MAIL-CITY
              MOVE ws-guard-country TO WS-MAIL-COUNTRY
           ELSE
              MOVE city TO WS-MAIL-CITY
              MOVE country TO WS-MAIL-COUNTRY
              MOVE 0 TO SQLCODE
           END-IF.

       WRITE-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           ADD id-student TO WS-XMIT-HASH.
           MOVE ALL '*' TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-GUARDIAN-FOUND = 'Y'
              STRING 'TO: ' DELIMITED BY SIZE
                 FUNCTION TRIM(ws-guard-name) DELIMITED BY SIZE
                 '   ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MAIL-CITY) DELIMITED BY SIZE
                 ', ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MAIL-COUNTRY) DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
              END-STRING
           ELSE
              STRING 'TO: ' DELIMITED BY SIZE
                 FUNCTION TRIM(first-name) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(last-name) DELIMITED BY SIZE
                 '   ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MAIL-CITY) DELIMITED BY SIZE
                 ', ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MAIL-COUNTRY) DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
              END-STRING
           END-IF.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'RE: ' DELIMITED BY SIZE
              FUNCTION TRIM(first-name) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              FUNCTION TRIM(last-name) DELIMITED BY SIZE
              '  ID ' DELIMITED BY SIZE
              id-student DELIMITED BY SIZE
              '  CAMPUS ' DELIMITED BY SIZE
              campus_code DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           EVALUATE WS-NEXT-STAGE
              WHEN 1
                 MOVE 'REMINDER - TUITION INVOICE OVERDUE'
                    TO WS-PRINT-LINE
              WHEN 2
                 MOVE 'FORMAL NOTICE - TUITION INVOICE UNPAID'
                    TO WS-PRINT-LINE
              WHEN OTHER
                 MOVE 'FINAL NOTICE - FINANCIAL HOLD PLACED'
                    TO WS-PRINT-LINE
           END-EVALUATE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'Invoice dated ' DELIMITED BY SIZE
              ws-invoice-date DELIMITED BY SIZE
              ' has an outstanding balance of ' DELIMITED BY SIZE
              WS-BALANCE DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           EVALUATE WS-NEXT-STAGE
              WHEN 1
                 MOVE 'Our records show this invoice is past due.'
                    TO WS-PRINT-LINE
                 PERFORM PRINT-A-LINE
                 MOVE 'If you have already paid, please ignore this.'
                    TO WS-PRINT-LINE
                 PERFORM PRINT-A-LINE
              WHEN 2
                 MOVE 'Please settle the balance within 14 days.'
                    TO WS-PRINT-LINE
                 PERFORM PRINT-A-LINE
                 MOVE 'Contact the bursar to arrange payment terms.'
                    TO WS-PRINT-LINE
                 PERFORM PRINT-A-LINE
              WHEN OTHER
                 MOVE 'A financial hold is now placed on the account.'
                    TO WS-PRINT-LINE
                 PERFORM PRINT-A-LINE
                 MOVE 'It is lifted as soon as the balance is paid.'
                    TO WS-PRINT-LINE
                 PERFORM PRINT-A-LINE
           END-EVALUATE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE 'The Bursar' TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-A-LINE.
           WRITE LETTER-REC FROM WS-PRINT-LINE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMDUN' TO RUNLOG-JOB-NAME.
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
