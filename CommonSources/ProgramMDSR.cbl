      *Takes in the mail gateway's daily delivery-status return file
      *and matches each status to the message PROGRAMNOTIF or
      *PROGRAMABSC spooled, by the spool date and sequence number
      *carried on MAILSPL and ABSSPL and recorded on mail_spool.
      *Status D closes the message as delivered. H (hard bounce)
      *closes it and flags the address on
      *mail_address_flag, so PROGRAMNOTIF stops spooling to it until
      *PROGRAMCHG brings in a corrected address. S (soft failure)
      *marks the message for the spooling job to send again, up to the
      *retry limit in argument 3 (3 attempts by default); a message
      *still failing after that is closed as undelivered. The daily
      *undeliverable report UNDLVRPT lists the day's hard bounces
      *and exhausted retries, then every address still flagged, for
      *the front office to obtain corrected details and send them in
      *through CHGFEED. Statuses with no matching message or an
      *unknown code are rejected to exceptions_log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMMDSR.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT STATUS-FEED ASSIGN TO "MAILDSR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.
           SELECT UNDLV-FILE ASSIGN TO "UNDLVRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNDLV-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  STATUS-FEED
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  STATUS-FEED-REC.
               05 DS-SPOOL-DATE PIC X(8).
               05 DS-SPOOL-SEQ PIC 9(7).
               05 DS-STATUS PIC X(1).
               05 DS-REASON PIC X(30).
               05 FILLER PIC X(34).

           FD  UNDLV-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  UNDLV-REC                   PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 id-student PIC 9(5).
           01 first-name PIC X(10).
           01 last-name PIC X(10).
           01 ws-recipient PIC X(30).
           01 ws-template PIC X(8).
           01 ws-spool-date PIC X(8).
           01 ws-spool-seq PIC 9(7).
           01 ws-attempts PIC 9(2).
           01 ws-delivery-status PIC X(1).
           01 ws-reason PIC X(30).
           01 ws-bounce-date PIC X(8).
           01 ws-match-key PIC X(16).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  WS-REPORT-DATE                 PIC X(8).
           01  WS-RETRY-ARG                   PIC X(2).
           01  WS-RETRY-LIMIT                 PIC 9(2).
           01  WS-FEED-STATUS                 PIC XX.
           01  WS-UNDLV-STATUS                PIC XX.
           01  WS-FEED-EOF                    PIC X(1).
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-RESULT                      PIC X(11).
           01  WS-DELIVERED-COUNT             PIC 9(7) VALUE 0.
           01  WS-HARD-COUNT                  PIC 9(7) VALUE 0.
           01  WS-SOFT-COUNT                  PIC 9(7) VALUE 0.
           01  WS-EXHAUSTED-COUNT             PIC 9(7) VALUE 0.
           01  WS-FLAGGED-COUNT               PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramMDSR: mail delivery status returns'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-REPORT-DATE FROM ARGUMENT-VALUE.
       IF WS-REPORT-DATE = SPACES
          ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
       END-IF.
       MOVE WS-REPORT-DATE TO ws-bounce-date.

       DISPLAY 2 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PROFILE FROM ARGUMENT-VALUE.
       IF WS-PROFILE = SPACES
          MOVE 'PROD' TO WS-PROFILE
       END-IF.

       DISPLAY 3 UPON ARGUMENT-NUMBER.
       ACCEPT WS-RETRY-ARG FROM ARGUMENT-VALUE.
       IF WS-RETRY-ARG = SPACES
          MOVE 3 TO WS-RETRY-LIMIT
       ELSE
          MOVE FUNCTION NUMVAL(WS-RETRY-ARG) TO WS-RETRY-LIMIT
       END-IF.

       MOVE WS-PROFILE TO SIGNON-PROFILE.
       CALL "ProgramSIGNON" USING SQLCA, SIGNON-REQUEST.

       IF SQLCODE = 0 THEN
          DISPLAY 'Connected.'
          PERFORM INIT-RUN-LOG
          DISPLAY 'Status returns for ' WS-REPORT-DATE
             ', retry limit ' WS-RETRY-LIMIT
          OPEN OUTPUT UNDLV-FILE
          PERFORM PRINT-REPORT-HEADING
          PERFORM PROCESS-STATUS-FEED
          PERFORM LIST-FLAGGED-ADDRESSES
          PERFORM PRINT-REPORT-TOTALS
          CLOSE UNDLV-FILE
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

       PROCESS-STATUS-FEED.
           OPEN INPUT STATUS-FEED.
           IF WS-FEED-STATUS NOT = '00'
              DISPLAY 'Status return file not available, status: '
                 WS-FEED-STATUS
              CLOSE UNDLV-FILE
              MOVE 'ABORT' TO RUNLOG-STATUS
              PERFORM WRITE-RUN-LOG
              EXEC SQL COMMIT WORK RELEASE END-EXEC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-FEED-EOF.
           PERFORM UNTIL WS-FEED-EOF = 'Y'
              READ STATUS-FEED
                 AT END MOVE 'Y' TO WS-FEED-EOF
                 NOT AT END
                    ADD 1 TO RUNLOG-READ-COUNT
                    PERFORM PROCESS-STATUS-RECORD
              END-READ
           END-PERFORM.
           CLOSE STATUS-FEED.

       PROCESS-STATUS-RECORD.
           MOVE DS-SPOOL-DATE TO ws-spool-date.
           MOVE DS-SPOOL-SEQ TO ws-spool-seq.
           MOVE DS-REASON TO ws-reason.
           EXEC SQL
              SELECT id_student, recipient, template,
                     first_name, last_name, attempt_count
              INTO :id-student, :ws-recipient, :ws-template,
                   :first-name, :last-name, :ws-attempts
              FROM mail_spool
              WHERE spool_date = :ws-spool-date
                AND spool_seq = :ws-spool-seq
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO SQLCODE
              DISPLAY 'Rejected, no spooled message: '
                 ws-spool-date ' ' ws-spool-seq
              PERFORM LOG-EXCEPTION-NO-MATCH
           ELSE
              EVALUATE DS-STATUS
                 WHEN 'D'
                    ADD 1 TO WS-DELIVERED-COUNT
                    MOVE 'D' TO ws-delivery-status
                    PERFORM SET-DELIVERY-STATUS
                 WHEN 'H'
                    ADD 1 TO WS-HARD-COUNT
                    MOVE 'H' TO ws-delivery-status
                    PERFORM SET-DELIVERY-STATUS
                    PERFORM FLAG-BAD-ADDRESS
                    MOVE 'HARD BOUNCE' TO WS-RESULT
                    PERFORM PRINT-UNDELIVERED
                 WHEN 'S'
                    PERFORM SOFT-FAILURE
                 WHEN OTHER
                    DISPLAY 'Rejected, unknown delivery status: '
                       DS-STATUS ' ' ws-spool-date ' ' ws-spool-seq
                    PERFORM LOG-EXCEPTION-BAD-STATUS
              END-EVALUATE
           END-IF.

      *Under the limit the message waits for PROGRAMNOTIF to spool
      *it again (status R); at the limit it is closed (status F).
       SOFT-FAILURE.
           IF ws-attempts < WS-RETRY-LIMIT
              ADD 1 TO WS-SOFT-COUNT
              MOVE 'R' TO ws-delivery-status
              PERFORM SET-DELIVERY-STATUS
           ELSE
              ADD 1 TO WS-EXHAUSTED-COUNT
              MOVE 'F' TO ws-delivery-status
              PERFORM SET-DELIVERY-STATUS
              MOVE 'RETRY LIMIT' TO WS-RESULT
              PERFORM PRINT-UNDELIVERED
           END-IF.

       SET-DELIVERY-STATUS.
           EXEC SQL
              UPDATE mail_spool
              SET delivery_status = :ws-delivery-status,
                  bounce_reason = :ws-reason,
                  status_ts = CURRENT TIMESTAMP
              WHERE spool_date = :ws-spool-date
                AND spool_seq = :ws-spool-seq
           END-EXEC.
           ADD 1 TO RUNLOG-INSERT-COUNT.

      *One open flag per address; a second bounce refreshes it.
       FLAG-BAD-ADDRESS.
           EXEC SQL
              UPDATE mail_address_flag
              SET id_student = :id-student,
                  reason = :ws-reason,
                  bounce_date = :ws-bounce-date,
                  log_ts = CURRENT TIMESTAMP
              WHERE address = :ws-recipient
                AND cleared_flag = 'N'
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL
                 INSERT INTO mail_address_flag
                    (address, id_student, reason, bounce_date,
                     cleared_flag, log_ts)
                 VALUES
                    (:ws-recipient, :id-student, :ws-reason,
                     :ws-bounce-date, 'N', CURRENT TIMESTAMP)
              END-EXEC
           END-IF.
           MOVE 0 TO SQLCODE.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'UNDELIVERABLE MAIL REPORT - ' DELIMITED BY SIZE
              WS-REPORT-DATE DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE UNDLV-REC FROM WS-PRINT-LINE.
           MOVE 'CORRECTED DETAILS TO BE SENT IN THROUGH CHGFEED'
              TO WS-PRINT-LINE.
           WRITE UNDLV-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE UNDLV-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'ID    NAME                  ' DELIMITED BY SIZE
              'TEMPLATE RESULT      ADDRESS' DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE UNDLV-REC FROM WS-PRINT-LINE.

       PRINT-UNDELIVERED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING id-student DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              first-name DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              last-name DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              ws-template DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-RESULT DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-recipient DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE UNDLV-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '      REASON: ' DELIMITED BY SIZE
              ws-reason DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE UNDLV-REC FROM WS-PRINT-LINE.

      *Every address still awaiting a correction, oldest first, so
      *the office can chase the ones that have been waiting.
       LIST-FLAGGED-ADDRESSES.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE UNDLV-REC FROM WS-PRINT-LINE.
           MOVE 'ADDRESSES FLAGGED, AWAITING CORRECTION'
              TO WS-PRINT-LINE.
           WRITE UNDLV-REC FROM WS-PRINT-LINE.
           EXEC SQL
              DECLARE C-FLAGGED CURSOR FOR
              SELECT id_student, address, bounce_date, reason
              FROM mail_address_flag
              WHERE cleared_flag = 'N'
              ORDER BY bounce_date, id_student
           END-EXEC.
           EXEC SQL
              OPEN C-FLAGGED
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-FLAGGED
                 INTO :id-student, :ws-recipient, :ws-bounce-date,
                      :ws-reason
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-FLAGGED-COUNT
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING id-student DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    ws-recipient DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    ws-bounce-date DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    ws-reason DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                 END-STRING
                 WRITE UNDLV-REC FROM WS-PRINT-LINE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-FLAGGED
           END-EXEC.
           MOVE 0 TO SQLCODE.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE UNDLV-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'DELIVERED: ' DELIMITED BY SIZE
              WS-DELIVERED-COUNT DELIMITED BY SIZE
              '  HARD: ' DELIMITED BY SIZE
              WS-HARD-COUNT DELIMITED BY SIZE
              '  RETRY: ' DELIMITED BY SIZE
              WS-SOFT-COUNT DELIMITED BY SIZE
              '  GAVE UP: ' DELIMITED BY SIZE
              WS-EXHAUSTED-COUNT DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE UNDLV-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'ADDRESSES AWAITING CORRECTION: ' DELIMITED BY SIZE
              WS-FLAGGED-COUNT DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE UNDLV-REC FROM WS-PRINT-LINE.
           DISPLAY 'Statuses read:      ' RUNLOG-READ-COUNT.
           DISPLAY 'Delivered:          ' WS-DELIVERED-COUNT.
           DISPLAY 'Hard bounces:       ' WS-HARD-COUNT.
           DISPLAY 'Soft, to retry:     ' WS-SOFT-COUNT.
           DISPLAY 'Soft, gave up:      ' WS-EXHAUSTED-COUNT.
           DISPLAY 'Rejected:           ' RUNLOG-REJECT-COUNT.
           DISPLAY 'Addresses flagged:  ' WS-FLAGGED-COUNT.

       LOG-EXCEPTION-NO-MATCH.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           MOVE SPACES TO ws-match-key.
           STRING ws-spool-date DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              ws-spool-seq DELIMITED BY SIZE
              INTO ws-match-key
           END-STRING.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (0, 'MDS-NOMTCH',
                  'Delivery status for no spooled message',
                  :ws-match-key,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-BAD-STATUS.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           MOVE DS-STATUS TO ws-delivery-status.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'MDS-STATUS',
                  'Unknown mail delivery status code',
                  :ws-delivery-status,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMMDSR' TO RUNLOG-JOB-NAME.
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
