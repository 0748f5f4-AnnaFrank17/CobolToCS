      *Loads the communication consent feed from the front office.
      *Each record gives a student (scope S) or a household (scope H,
      *the household id PROGRAMHH keeps), the consent type (DIR,
      *EMAIL, POST, ALUM), Y to give or N to withdraw consent and the
      *date it takes effect. Rows are kept by effective date so a
      *change can be entered ahead of time and the history stays on
      *file; a record repeating a subject, type and date replaces
      *it. PROGRAMCNST reads the table for the directory, the mail
      *spool, the graduation and alumni mailings. Withdrawal and
      *details-change confirmations and account statements are not
      *subject to consent. Rejects go to exceptions_log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMCONS.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT CONS-FEED ASSIGN TO "CONSFEED"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  CONS-FEED
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  CONS-FEED-REC.
               05 CF-SCOPE PIC X(1).
               05 CF-SUBJECT-ID PIC 9(5).
               05 CF-CONSENT-TYPE PIC X(5).
               05 CF-CONSENT-FLAG PIC X(1).
               05 CF-EFFECTIVE-DATE PIC X(8).
               05 FILLER PIC X(60).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 ws-scope PIC X(1).
           01 ws-subject-id PIC 9(5).
           01 ws-consent-type PIC X(5).
           01 ws-consent-flag PIC X(1).
           01 ws-effective-date PIC X(8).
           01 v-count PIC 9(10).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  WS-FEED-STATUS                 PIC XX.
           01  WS-FEED-EOF                    PIC X(1).
           01  WS-RECORD-OK                   PIC X(1).
           01  WS-OPT-OUT-COUNT               PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramCONS: communication consent load'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PROFILE FROM ARGUMENT-VALUE.
       IF WS-PROFILE = SPACES
          MOVE 'PROD' TO WS-PROFILE
       END-IF.
       MOVE WS-PROFILE TO SIGNON-PROFILE.
       CALL "ProgramSIGNON" USING SQLCA, SIGNON-REQUEST.

       IF SQLCODE = 0 THEN
          DISPLAY 'Connected.'
          PERFORM INIT-RUN-LOG
          PERFORM PROCESS-CONS-FEED
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

       PROCESS-CONS-FEED.
           OPEN INPUT CONS-FEED.
           IF WS-FEED-STATUS NOT = '00'
              DISPLAY 'Consent feed not available, status: '
                 WS-FEED-STATUS
              MOVE 'ABORT' TO RUNLOG-STATUS
              PERFORM WRITE-RUN-LOG
              EXEC SQL COMMIT WORK RELEASE END-EXEC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-FEED-EOF.
           PERFORM UNTIL WS-FEED-EOF = 'Y'
              READ CONS-FEED
                 AT END MOVE 'Y' TO WS-FEED-EOF
                 NOT AT END
                    ADD 1 TO RUNLOG-READ-COUNT
                    PERFORM PROCESS-CONS-RECORD
              END-READ
           END-PERFORM.
           CLOSE CONS-FEED.
           DISPLAY 'Consent records read:     ' RUNLOG-READ-COUNT.
           DISPLAY 'Consent records applied:  ' RUNLOG-INSERT-COUNT.
           DISPLAY 'of which withdrawals:     ' WS-OPT-OUT-COUNT.
           DISPLAY 'Consent records rejected: ' RUNLOG-REJECT-COUNT.

       PROCESS-CONS-RECORD.
           MOVE CF-SCOPE TO ws-scope.
           MOVE CF-SUBJECT-ID TO ws-subject-id.
           MOVE CF-CONSENT-TYPE TO ws-consent-type.
           MOVE CF-CONSENT-FLAG TO ws-consent-flag.
           MOVE CF-EFFECTIVE-DATE TO ws-effective-date.
           PERFORM CHECK-CONS-RECORD.
           IF WS-RECORD-OK = 'Y'
              PERFORM CHECK-SUBJECT
              IF v-count = 0
                 DISPLAY 'Rejected, not on file: scope ' ws-scope
                    ' id ' ws-subject-id
                 PERFORM LOG-EXCEPTION-NOT-FOUND
              ELSE
                 PERFORM STORE-CONSENT
              END-IF
           END-IF.

       CHECK-CONS-RECORD.
           MOVE 'Y' TO WS-RECORD-OK.
           IF (ws-scope NOT = 'S' AND ws-scope NOT = 'H')
              OR (ws-consent-type NOT = 'DIR'
                  AND ws-consent-type NOT = 'EMAIL'
                  AND ws-consent-type NOT = 'POST'
                  AND ws-consent-type NOT = 'ALUM')
              OR (ws-consent-flag NOT = 'Y'
                  AND ws-consent-flag NOT = 'N')
              MOVE 'N' TO WS-RECORD-OK
              DISPLAY 'Rejected, bad consent record: ' ws-scope
                 ' ' ws-subject-id ' ' ws-consent-type ' '
                 ws-consent-flag
              PERFORM LOG-EXCEPTION-BAD-RECORD
           ELSE
              IF CF-EFFECTIVE-DATE IS NOT NUMERIC
                 OR ws-effective-date = '00000000'
                 MOVE 'N' TO WS-RECORD-OK
                 DISPLAY 'Rejected, bad effective date: '
                    ws-subject-id ' ' ws-effective-date
                 PERFORM LOG-EXCEPTION-BAD-DATE
              END-IF
           END-IF.

      *A student scope may name an alumnus, whose alumni contact
      *consent outlives the students row.
       CHECK-SUBJECT.
           MOVE 0 TO v-count.
           IF ws-scope = 'S'
              EXEC SQL
                 SELECT COUNT(*) INTO :v-count
                 FROM students
                 WHERE id = :ws-subject-id
              END-EXEC
              IF v-count = 0
                 EXEC SQL
                    SELECT COUNT(*) INTO :v-count
                    FROM alumni
                    WHERE id_student = :ws-subject-id
                 END-EXEC
              END-IF
           ELSE
              EXEC SQL
                 SELECT COUNT(*) INTO :v-count
                 FROM students
                 WHERE COALESCE(household_id, id) = :ws-subject-id
              END-EXEC
           END-IF.

       STORE-CONSENT.
           EXEC SQL
              UPDATE consent
              SET consent_flag = :ws-consent-flag,
                  log_ts = CURRENT TIMESTAMP
              WHERE scope = :ws-scope
                AND subject_id = :ws-subject-id
                AND consent_type = :ws-consent-type
                AND effective_date = :ws-effective-date
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL
                 INSERT INTO consent
                    (scope, subject_id, consent_type,
                     effective_date, consent_flag, log_ts)
                 VALUES
                    (:ws-scope, :ws-subject-id, :ws-consent-type,
                     :ws-effective-date, :ws-consent-flag,
                     CURRENT TIMESTAMP)
              END-EXEC
           END-IF.
           ADD 1 TO RUNLOG-INSERT-COUNT.
           IF ws-consent-flag = 'N'
              ADD 1 TO WS-OPT-OUT-COUNT
           END-IF.
           DISPLAY 'Consent ' ws-consent-type ' ' ws-consent-flag
              ' from ' ws-effective-date ': scope ' ws-scope
              ' id ' ws-subject-id.

       LOG-EXCEPTION-BAD-RECORD.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:ws-subject-id, 'CON-BAD',
                  'Bad consent scope, type or flag',
                  :ws-consent-type,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-BAD-DATE.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:ws-subject-id, 'CON-DATE',
                  'Bad consent effective date',
                  :ws-effective-date,
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
                 (:ws-subject-id, 'CON-NOTFND',
                  'Consent for student or household not on file',
                  :ws-scope,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMCONS' TO RUNLOG-JOB-NAME.
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
