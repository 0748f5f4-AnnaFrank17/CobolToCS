      *Outbound transmission control over transmission_manifest.
      *REPORT mode (the default) prints XMITRPT for the report date
      *(argument 3, today by default): every manifest entry made that
      *day with its producing job, record count, hash total and
      *generation, then every file on expected_transmissions that was
      *due that day - daily, on its weekday, or on its day of the
      *month - and has no produced entry for the date, flagged NOT
      *PRODUCED with a warning OPSALERT. RESEND mode re-stages an
      *earlier generation (argument 3 file name, argument 4
      *generation) by copying its generation copy back over the
      *outbound file name, and records the resend on the manifest as
      *entry type R so the manifest shows what went out and when.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMXMIT.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT XMIT-FILE ASSIGN TO "XMITRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XMIT-STATUS.
           SELECT GEN-FILE ASSIGN TO WS-GEN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-STATUS.
           SELECT SENT-FILE ASSIGN TO WS-SENT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  XMIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  XMIT-REC                    PIC X(80).

           FD  GEN-FILE
           RECORD CONTAINS 256 CHARACTERS.
           01  GEN-REC                     PIC X(256).

           FD  SENT-FILE
           RECORD CONTAINS 256 CHARACTERS.
           01  SENT-REC                    PIC X(256).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 ws-file-name PIC X(12).
           01 ws-job-name PIC X(16).
           01 ws-proc-date PIC X(8).
           01 ws-report-date PIC X(8).
           01 ws-record-count PIC 9(7).
           01 ws-hash-total PIC 9(12).
           01 ws-generation PIC 9(4).
           01 ws-line-count PIC 9(7).
           01 ws-stage-name PIC X(20).
           01 ws-copy-flag PIC X(1).
           01 ws-entry-type PIC X(1).
           01 ws-freq-code PIC X(1).
           01 ws-freq-day PIC 9(2).
           01 v-count PIC 9(10).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           COPY "OpsAlert.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  WS-MODE                        PIC X(8).
           01  WS-GEN-PARM                    PIC X(4).
           01  WS-XMIT-STATUS                 PIC XX.
           01  WS-GEN-STATUS                  PIC XX.
           01  WS-SENT-STATUS                 PIC XX.
           01  WS-GEN-EOF                     PIC X(1).
           01  WS-GEN-NAME                    PIC X(20).
           01  WS-SENT-NAME                   PIC X(20).
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-ALERT-MSG                   PIC X(80).
           01  WS-DATE-NUM                    PIC 9(8).
           01  WS-DAY-INT                     PIC 9(7).
           01  WS-WEEKDAY                     PIC 9(1).
           01  WS-MONTH-DAY                   PIC 9(2).
           01  WS-DUE-TODAY                   PIC X(1).
           01  WS-ENTRY-COUNT                 PIC 9(5) VALUE 0.
           01  WS-EXPECTED-COUNT              PIC 9(5) VALUE 0.
           01  WS-MISSING-COUNT               PIC 9(5) VALUE 0.
           01  WS-RC                          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramXMIT: outbound transmission control'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-MODE FROM ARGUMENT-VALUE.
       IF WS-MODE = SPACES
          MOVE 'REPORT' TO WS-MODE
       END-IF.

       DISPLAY 2 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PROFILE FROM ARGUMENT-VALUE.
       IF WS-PROFILE = SPACES
          MOVE 'PROD' TO WS-PROFILE
       END-IF.

       IF WS-MODE = 'RESEND'
          DISPLAY 3 UPON ARGUMENT-NUMBER
          ACCEPT ws-file-name FROM ARGUMENT-VALUE
          DISPLAY 4 UPON ARGUMENT-NUMBER
          ACCEPT WS-GEN-PARM FROM ARGUMENT-VALUE
          MOVE FUNCTION NUMVAL(WS-GEN-PARM) TO ws-generation
       ELSE
          DISPLAY 3 UPON ARGUMENT-NUMBER
          ACCEPT ws-report-date FROM ARGUMENT-VALUE
          IF ws-report-date = SPACES
             ACCEPT WS-DATE-NUM FROM DATE YYYYMMDD
             MOVE WS-DATE-NUM TO ws-report-date
          END-IF
       END-IF.

       MOVE WS-PROFILE TO SIGNON-PROFILE.
       CALL "ProgramSIGNON" USING SQLCA, SIGNON-REQUEST.

       IF SQLCODE = 0 THEN
          DISPLAY 'Connected.'
          PERFORM INIT-RUN-LOG
          IF WS-MODE = 'RESEND'
             PERFORM RESEND-GENERATION
          ELSE
             PERFORM PRINT-MANIFEST-REPORT
          END-IF
          MOVE 'OK' TO RUNLOG-STATUS
          PERFORM WRITE-RUN-LOG
          EXEC SQL COMMIT WORK RELEASE END-EXEC
          MOVE WS-RC TO RETURN-CODE
       ELSE
          DISPLAY 'Connecting...'
          DISPLAY 'SQLCODE = ' SQLCODE
          DISPLAY 'Program is stopped!'
          MOVE 12 TO RETURN-CODE
       END-IF.

       STOP RUN.

      *The generation copy named on the produced entry is copied back
      *over the outbound file, so the transfer step picks it up as if
      *the producing job had just written it.
       RESEND-GENERATION.
           DISPLAY 'Resending ' ws-file-name
              ' generation ' ws-generation.
           EXEC SQL
              SELECT stage_name, record_count, hash_total
              INTO :ws-stage-name, :ws-record-count, :ws-hash-total
              FROM transmission_manifest
              WHERE file_name = :ws-file-name
                AND generation = :ws-generation
                AND entry_type = 'P'
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'Generation not on the manifest'
              MOVE 0 TO SQLCODE
              PERFORM LOG-EXCEPTION-NO-GEN
              MOVE 8 TO WS-RC
           ELSE
              PERFORM COPY-GENERATION-BACK
              IF ws-copy-flag = 'Y'
                 PERFORM INSERT-RESEND-ENTRY
                 DISPLAY 'Re-staged records: ' ws-line-count
              ELSE
                 PERFORM LOG-EXCEPTION-NO-GEN
                 MOVE 8 TO WS-RC
              END-IF
           END-IF.

       COPY-GENERATION-BACK.
           MOVE 0 TO ws-line-count.
           MOVE 'N' TO ws-copy-flag.
           MOVE ws-stage-name TO WS-GEN-NAME.
           MOVE SPACES TO WS-SENT-NAME.
           MOVE ws-file-name TO WS-SENT-NAME.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = '00'
              DISPLAY 'Cannot read ' WS-GEN-NAME
                 ' status ' WS-GEN-STATUS
           ELSE
              OPEN OUTPUT SENT-FILE
              IF WS-SENT-STATUS NOT = '00'
                 DISPLAY 'Cannot write ' WS-SENT-NAME
                    ' status ' WS-SENT-STATUS
              ELSE
                 MOVE 'Y' TO ws-copy-flag
                 MOVE 'N' TO WS-GEN-EOF
                 PERFORM UNTIL WS-GEN-EOF = 'Y'
                    READ GEN-FILE
                       AT END MOVE 'Y' TO WS-GEN-EOF
                       NOT AT END
                          WRITE SENT-REC FROM GEN-REC
                          ADD 1 TO ws-line-count
                          ADD 1 TO RUNLOG-READ-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE SENT-FILE
              END-IF
              CLOSE GEN-FILE
           END-IF.

       INSERT-RESEND-ENTRY.
           ACCEPT WS-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-DATE-NUM TO ws-proc-date.
           EXEC SQL
              INSERT INTO transmission_manifest
                 (file_name, job_name, proc_date,
                  record_count, hash_total, generation,
                  line_count, stage_name, copy_flag,
                  entry_type, log_ts)
              VALUES
                 (:ws-file-name, 'PROGRAMXMIT', :ws-proc-date,
                  :ws-record-count, :ws-hash-total,
                  :ws-generation, :ws-line-count,
                  :ws-stage-name, :ws-copy-flag,
                  'R', CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO RUNLOG-INSERT-COUNT
           END-IF.
           MOVE 0 TO SQLCODE.

       PRINT-MANIFEST-REPORT.
           OPEN OUTPUT XMIT-FILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'OUTBOUND TRANSMISSIONS FOR ' DELIMITED BY SIZE
              ws-report-date DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'FILE         JOB              RECORDS'
              DELIMITED BY SIZE
              '         HASH  GEN T' DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-DAYS-ENTRIES.
           PERFORM CHECK-EXPECTED-FILES.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'ENTRIES: ' DELIMITED BY SIZE
              WS-ENTRY-COUNT DELIMITED BY SIZE
              '  EXPECTED: ' DELIMITED BY SIZE
              WS-EXPECTED-COUNT DELIMITED BY SIZE
              '  NOT PRODUCED: ' DELIMITED BY SIZE
              WS-MISSING-COUNT DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           CLOSE XMIT-FILE.
           DISPLAY 'Manifest entries:   ' WS-ENTRY-COUNT.
           DISPLAY 'Files expected:     ' WS-EXPECTED-COUNT.
           DISPLAY 'Files not produced: ' WS-MISSING-COUNT.
           IF WS-MISSING-COUNT > 0
              MOVE 4 TO WS-RC
           END-IF.

       PRINT-DAYS-ENTRIES.
           EXEC SQL
              DECLARE C-XMITDAY CURSOR FOR
              SELECT file_name, job_name, record_count,
                     hash_total, generation, entry_type
              FROM transmission_manifest
              WHERE proc_date = :ws-report-date
              ORDER BY file_name, generation, entry_type
           END-EXEC.
           EXEC SQL
              OPEN C-XMITDAY
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-XMITDAY
                 INTO :ws-file-name, :ws-job-name,
                      :ws-record-count, :ws-hash-total,
                      :ws-generation, :ws-entry-type
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-ENTRY-COUNT
                 ADD 1 TO RUNLOG-READ-COUNT
                 MOVE SPACES TO WS-PRINT-LINE
                 MOVE ws-file-name TO WS-PRINT-LINE(1:12)
                 MOVE ws-job-name TO WS-PRINT-LINE(14:16)
                 MOVE ws-record-count TO WS-PRINT-LINE(31:7)
                 MOVE ws-hash-total TO WS-PRINT-LINE(39:12)
                 MOVE ws-generation TO WS-PRINT-LINE(52:4)
                 MOVE ws-entry-type TO WS-PRINT-LINE(57:1)
                 PERFORM PRINT-A-LINE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-XMITDAY
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *Weekly files are due on their weekday (1 = Monday), monthly
      *files on their day of the month; daily files every day.
       CHECK-EXPECTED-FILES.
           MOVE ws-report-date TO WS-DATE-NUM.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1.
           MOVE WS-DATE-NUM(7:2) TO WS-MONTH-DAY.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'EXPECTED FILES NOT PRODUCED' DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           EXEC SQL
              DECLARE C-XMITEXP CURSOR FOR
              SELECT file_name, job_name, freq_code, freq_day
              FROM expected_transmissions
              WHERE active_flag = 'Y'
              ORDER BY file_name
           END-EXEC.
           EXEC SQL
              OPEN C-XMITEXP
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-XMITEXP
                 INTO :ws-file-name, :ws-job-name,
                      :ws-freq-code, :ws-freq-day
              END-EXEC
              IF SQLCODE = 0
                 PERFORM CHECK-ONE-EXPECTED
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-XMITEXP
           END-EXEC.
           MOVE 0 TO SQLCODE.

       CHECK-ONE-EXPECTED.
           MOVE 'N' TO WS-DUE-TODAY.
           EVALUATE ws-freq-code
              WHEN 'D'
                 MOVE 'Y' TO WS-DUE-TODAY
              WHEN 'W'
                 IF ws-freq-day = WS-WEEKDAY
                    MOVE 'Y' TO WS-DUE-TODAY
                 END-IF
              WHEN 'M'
                 IF ws-freq-day = WS-MONTH-DAY
                    MOVE 'Y' TO WS-DUE-TODAY
                 END-IF
           END-EVALUATE.
           IF WS-DUE-TODAY = 'Y'
              ADD 1 TO WS-EXPECTED-COUNT
              EXEC SQL
                 SELECT COUNT(*) INTO :v-count
                 FROM transmission_manifest
                 WHERE file_name = :ws-file-name
                   AND proc_date = :ws-report-date
                   AND entry_type = 'P'
              END-EXEC
              IF v-count = 0
                 ADD 1 TO WS-MISSING-COUNT
                 MOVE SPACES TO WS-PRINT-LINE
                 MOVE ws-file-name TO WS-PRINT-LINE(1:12)
                 MOVE ws-job-name TO WS-PRINT-LINE(14:16)
                 MOVE '** NOT PRODUCED' TO WS-PRINT-LINE(31:15)
                 PERFORM PRINT-A-LINE
                 PERFORM RAISE-MISSING-ALERT
              END-IF
           END-IF.

       RAISE-MISSING-ALERT.
           MOVE SPACES TO WS-ALERT-MSG.
           STRING 'Expected file ' DELIMITED BY SIZE
              ws-file-name DELIMITED BY SPACE
              ' from ' DELIMITED BY SIZE
              ws-job-name DELIMITED BY SPACE
              ' not produced for ' DELIMITED BY SIZE
              ws-report-date DELIMITED BY SIZE
              INTO WS-ALERT-MSG
           END-STRING.
           MOVE 'W' TO ALERT-SEVERITY.
           MOVE 'PROGRAMXMIT' TO ALERT-JOB-NAME.
           MOVE WS-ALERT-MSG TO ALERT-TEXT.
           CALL "OPSALERT" USING ALERT-REQUEST.

       LOG-EXCEPTION-NO-GEN.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (0, 'XMIT-NOGEN',
                  'Resend generation not available',
                  :ws-file-name,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.
           MOVE 0 TO SQLCODE.

       PRINT-A-LINE.
           WRITE XMIT-REC FROM WS-PRINT-LINE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMXMIT' TO RUNLOG-JOB-NAME.
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
