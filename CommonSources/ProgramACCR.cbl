      *Quarterly access review of the maintenance authority table.
      *Lists every operator on operator_authority with each function
      *granted (GMNT, FEE, ROOM, INS, CTRY, TERM, CHG, HLTH, ROUT,
      *PCLS, SUBJ, DISC), the grant date, whether the grant is
      *active, when it was last used and how many audit_log rows the
      *operator has written in the quarter. Grants
      *never used or not used within the quarter (the 91 days ending
      *on the review date, argument 1, today by default) are flagged
      *for the reviewer to confirm or withdraw; they are also counted
      *on the summary. Report file ACCREVW.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACCR.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT REVIEW-FILE ASSIGN TO "ACCREVW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  REVIEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  REVIEW-REC                  PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 ws-operator-id PIC X(8).
           01 ws-prev-operator PIC X(8).
           01 ws-function-code PIC X(4).
           01 ws-grant-date PIC X(8).
           01 ws-active-flag PIC X(1).
           01 ws-last-used PIC X(10).
           01 ws-from-key PIC X(10).
           01 ws-to-key PIC X(10).
           01 ws-audit-count PIC 9(7).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  WS-REVIEW-DATE                 PIC X(8).
           01  WS-REVIEW-STATUS               PIC XX.
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-TODAY-INT                   PIC 9(7).
           01  WS-DAY-INT                     PIC 9(7).
           01  WS-DAY-DATE                    PIC 9(8).
           01  WS-FIRST-ROW                   PIC X(1).
           01  WS-USE-NOTE                    PIC X(16).
           01  WS-OPERATOR-COUNT              PIC 9(5) VALUE 0.
           01  WS-GRANT-COUNT                 PIC 9(5) VALUE 0.
           01  WS-INACTIVE-COUNT              PIC 9(5) VALUE 0.
           01  WS-UNUSED-COUNT                PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramACCR: maintenance access review'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-REVIEW-DATE FROM ARGUMENT-VALUE.
       IF WS-REVIEW-DATE = SPACES
          ACCEPT WS-REVIEW-DATE FROM DATE YYYYMMDD
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
          PERFORM SET-QUARTER-KEYS
          PERFORM PRINT-ACCESS-REVIEW
          MOVE WS-GRANT-COUNT TO RUNLOG-READ-COUNT
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

      *The quarter is the 91 days ending on the review date, kept as
      *the YYYY-MM-DD keys the timestamp columns are compared with.
       SET-QUARTER-KEYS.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(WS-REVIEW-DATE)).
           MOVE WS-TODAY-INT TO WS-DAY-INT.
           PERFORM SET-DAY-KEY.
           MOVE ws-from-key TO ws-to-key.
           COMPUTE WS-DAY-INT = WS-TODAY-INT - 90.
           PERFORM SET-DAY-KEY.

       SET-DAY-KEY.
           COMPUTE WS-DAY-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE SPACES TO ws-from-key.
           MOVE WS-DAY-DATE(1:4) TO ws-from-key(1:4).
           MOVE '-' TO ws-from-key(5:1).
           MOVE WS-DAY-DATE(5:2) TO ws-from-key(6:2).
           MOVE '-' TO ws-from-key(8:1).
           MOVE WS-DAY-DATE(7:2) TO ws-from-key(9:2).

       PRINT-ACCESS-REVIEW.
           OPEN OUTPUT REVIEW-FILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'MAINTENANCE ACCESS REVIEW ' DELIMITED BY SIZE
              ws-from-key DELIMITED BY SIZE
              ' TO ' DELIMITED BY SIZE
              ws-to-key DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE 'OPERATOR  FUNC  GRANTED   ACT  LAST USED   NOTE'
              TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE 'Y' TO WS-FIRST-ROW.
           MOVE SPACES TO ws-prev-operator.
           EXEC SQL
              DECLARE C-ACCRGRANT CURSOR FOR
              SELECT operator_id, function_code, grant_date,
                     active_flag,
                     COALESCE(SUBSTR(last_used_ts,1,10), ' ')
              FROM operator_authority
              ORDER BY operator_id, function_code
           END-EXEC.
           EXEC SQL
              OPEN C-ACCRGRANT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ACCRGRANT
                 INTO :ws-operator-id, :ws-function-code,
                      :ws-grant-date, :ws-active-flag,
                      :ws-last-used
              END-EXEC
              IF SQLCODE = 0
                 PERFORM PRINT-ONE-GRANT
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ACCRGRANT
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-FIRST-ROW = 'N'
              PERFORM PRINT-OPERATOR-USE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'OPERATORS: ' DELIMITED BY SIZE
              WS-OPERATOR-COUNT DELIMITED BY SIZE
              '  GRANTS: ' DELIMITED BY SIZE
              WS-GRANT-COUNT DELIMITED BY SIZE
              '  INACTIVE: ' DELIMITED BY SIZE
              WS-INACTIVE-COUNT DELIMITED BY SIZE
              '  UNUSED: ' DELIMITED BY SIZE
              WS-UNUSED-COUNT DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           CLOSE REVIEW-FILE.
           DISPLAY 'Operators reviewed: ' WS-OPERATOR-COUNT.
           DISPLAY 'Grants listed:      ' WS-GRANT-COUNT.
           DISPLAY 'Grants unused:      ' WS-UNUSED-COUNT.

       PRINT-ONE-GRANT.
           IF WS-FIRST-ROW = 'N'
              AND ws-operator-id NOT = ws-prev-operator
              PERFORM PRINT-OPERATOR-USE
           END-IF.
           IF WS-FIRST-ROW = 'Y'
              OR ws-operator-id NOT = ws-prev-operator
              ADD 1 TO WS-OPERATOR-COUNT
              MOVE SPACES TO WS-PRINT-LINE
              PERFORM PRINT-A-LINE
           END-IF.
           MOVE 'N' TO WS-FIRST-ROW.
           MOVE ws-operator-id TO ws-prev-operator.
           ADD 1 TO WS-GRANT-COUNT.
           EVALUATE TRUE
              WHEN ws-active-flag NOT = 'Y'
                 MOVE 'INACTIVE' TO WS-USE-NOTE
                 ADD 1 TO WS-INACTIVE-COUNT
              WHEN ws-last-used = SPACES
                 MOVE '** NEVER USED' TO WS-USE-NOTE
                 ADD 1 TO WS-UNUSED-COUNT
              WHEN ws-last-used < ws-from-key
                 MOVE '** NOT USED QTR' TO WS-USE-NOTE
                 ADD 1 TO WS-UNUSED-COUNT
              WHEN OTHER
                 MOVE SPACES TO WS-USE-NOTE
           END-EVALUATE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING ws-operator-id DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              ws-function-code DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              ws-grant-date DELIMITED BY SIZE
              '   ' DELIMITED BY SIZE
              ws-active-flag DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              ws-last-used DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-USE-NOTE DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.

      *Audit rows stamped with the operator id in the quarter, the
      *evidence of what the operator's rights were actually used for.
       PRINT-OPERATOR-USE.
           MOVE 0 TO ws-audit-count.
           EXEC SQL
              SELECT COUNT(*) INTO :ws-audit-count
              FROM audit_log
              WHERE operator_id = :ws-prev-operator
                AND SUBSTR(log_ts,1,10) >= :ws-from-key
                AND SUBSTR(log_ts,1,10) <= :ws-to-key
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '          AUDIT ROWS IN QUARTER: ' DELIMITED BY SIZE
              ws-audit-count DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.

       PRINT-A-LINE.
           WRITE REVIEW-REC FROM WS-PRINT-LINE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMACCR' TO RUNLOG-JOB-NAME.
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
