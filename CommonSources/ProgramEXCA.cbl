      *Daily aging of unresolved exceptions_log entries. Every
      *exception_type is owned by a team on exception_owner, which
      *also holds the number of days the team has to resolve it;
      *types not on the table are shown under UNASSIGNED with the
      *default target (argument 2, 7 days if not given). EXCAGING
      *lists, per owner and type, the open items aged 1-3, 4-7, 8-14
      *and over 14 days as at the report date (argument 1, today by
      *default). A type with items past its target raises an OPSALERT
      *warning; once any item is past twice the target the alert is
      *raised as an error instead. The report closes with the week's
      *trend per owner: items opened and items resolved on each of
      *the seven days up to the report date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMEXCA.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT AGING-FILE ASSIGN TO "EXCAGING"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGING-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  AGING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  AGING-REC                   PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 ws-owner-team PIC X(12).
           01 ws-exception-type PIC X(10).
           01 ws-target-days PIC 9(3).
           01 ws-lo-key PIC X(10).
           01 ws-hi-key PIC X(10).
           01 ws-day-key PIC X(10).
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
           01  WS-REPORT-DATE                 PIC X(8).
           01  WS-TARGET-PARM                 PIC X(3).
           01  WS-DEFAULT-TARGET              PIC 9(3) VALUE 7.
           01  WS-AGING-STATUS                PIC XX.
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-ALERT-MSG                   PIC X(80).
           01  WS-TODAY-INT                   PIC 9(7).
           01  WS-DAY-INT                     PIC 9(7).
           01  WS-DAY-DATE                    PIC 9(8).
           01  WS-DAY-BACK                    PIC 9(4).
           01  WS-TREND-DAY                   PIC 9(1).
           01  WS-TODAY-KEY                   PIC X(10).
           01  WS-KEY-3                       PIC X(10).
           01  WS-KEY-7                       PIC X(10).
           01  WS-KEY-14                      PIC X(10).
           01  WS-TARGET-KEY                  PIC X(10).
           01  WS-DOUBLE-KEY                  PIC X(10).
           01  WS-UNASSIGNED                  PIC X(1).
           01  WS-FIRST-ROW                   PIC X(1).
           01  WS-PREV-OWNER                  PIC X(12).
           01  WS-BAND-1                      PIC 9(5).
           01  WS-BAND-2                      PIC 9(5).
           01  WS-BAND-3                      PIC 9(5).
           01  WS-BAND-4                      PIC 9(5).
           01  WS-TYPE-TOTAL                  PIC 9(5).
           01  WS-PAST-TARGET                 PIC 9(5).
           01  WS-PAST-DOUBLE                 PIC 9(5).
           01  WS-OWNER-TOTALS.
               05 WS-OWNER-BAND OCCURS 4 TIMES PIC 9(5).
               05 WS-OWNER-TOTAL              PIC 9(5).
           01  WS-GRAND-TOTALS.
               05 WS-GRAND-BAND OCCURS 4 TIMES PIC 9(5).
               05 WS-GRAND-TOTAL              PIC 9(5).
           01  WS-OPENED-DAY                  PIC 9(4).
           01  WS-RESOLVED-DAY                PIC 9(4).
           01  WS-OPENED-WEEK                 PIC 9(5).
           01  WS-RESOLVED-WEEK               PIC 9(5).
           01  WS-WARN-COUNT                  PIC 9(5) VALUE 0.
           01  WS-ERROR-COUNT                 PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramEXCA: exception aging by owner'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-REPORT-DATE FROM ARGUMENT-VALUE.
       IF WS-REPORT-DATE = SPACES
          ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
       END-IF.

       DISPLAY 2 UPON ARGUMENT-NUMBER.
       ACCEPT WS-TARGET-PARM FROM ARGUMENT-VALUE.
       IF WS-TARGET-PARM NOT = SPACES
          MOVE FUNCTION NUMVAL(WS-TARGET-PARM)
             TO WS-DEFAULT-TARGET
       END-IF.

       DISPLAY 3 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PROFILE FROM ARGUMENT-VALUE.
       IF WS-PROFILE = SPACES
          MOVE 'PROD' TO WS-PROFILE
       END-IF.

       MOVE WS-PROFILE TO SIGNON-PROFILE.
       CALL "ProgramSIGNON" USING SQLCA, SIGNON-REQUEST.

       IF SQLCODE = 0 THEN
          DISPLAY 'Connected.'
          PERFORM INIT-RUN-LOG
          PERFORM SET-BAND-KEYS
          OPEN OUTPUT AGING-FILE
          PERFORM PRINT-AGING-REPORT
          PERFORM PRINT-WEEKLY-TREND
          CLOSE AGING-FILE
          DISPLAY 'Open exceptions:      ' WS-GRAND-TOTAL
          DISPLAY 'Types past target:    ' WS-WARN-COUNT
          DISPLAY 'Types past twice it:  ' WS-ERROR-COUNT
          MOVE WS-GRAND-TOTAL TO RUNLOG-READ-COUNT
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

      *exceptions_log timestamps are compared on their YYYY-MM-DD
      *prefix. An item opened on the report date is 0 days old and
      *counts in the first band; the band keys are the first date of
      *each band counted back from the report date.
       SET-BAND-KEYS.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(WS-REPORT-DATE)).
           MOVE 0 TO WS-DAY-BACK.
           PERFORM SET-DAY-KEY.
           MOVE ws-day-key TO WS-TODAY-KEY.
           MOVE 3 TO WS-DAY-BACK.
           PERFORM SET-DAY-KEY.
           MOVE ws-day-key TO WS-KEY-3.
           MOVE 7 TO WS-DAY-BACK.
           PERFORM SET-DAY-KEY.
           MOVE ws-day-key TO WS-KEY-7.
           MOVE 14 TO WS-DAY-BACK.
           PERFORM SET-DAY-KEY.
           MOVE ws-day-key TO WS-KEY-14.
           MOVE 0 TO WS-GRAND-BAND(1) WS-GRAND-BAND(2)
              WS-GRAND-BAND(3) WS-GRAND-BAND(4) WS-GRAND-TOTAL.

       SET-DAY-KEY.
           COMPUTE WS-DAY-INT = WS-TODAY-INT - WS-DAY-BACK.
           COMPUTE WS-DAY-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE SPACES TO ws-day-key.
           MOVE WS-DAY-DATE(1:4) TO ws-day-key(1:4).
           MOVE '-' TO ws-day-key(5:1).
           MOVE WS-DAY-DATE(5:2) TO ws-day-key(6:2).
           MOVE '-' TO ws-day-key(8:1).
           MOVE WS-DAY-DATE(7:2) TO ws-day-key(9:2).

       PRINT-AGING-REPORT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'UNRESOLVED EXCEPTIONS AGING AS AT ' DELIMITED BY SIZE
              WS-REPORT-DATE DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  TYPE       TARGET   1-3D   4-7D  8-14D   >14D'
              DELIMITED BY SIZE
              '  TOTAL  STATUS' DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE 'Y' TO WS-FIRST-ROW.
           MOVE 'N' TO WS-UNASSIGNED.
           EXEC SQL
              DECLARE C-EXCAOWN CURSOR FOR
              SELECT owner_team, exception_type, target_days
              FROM exception_owner
              ORDER BY owner_team, exception_type
           END-EXEC.
           EXEC SQL
              OPEN C-EXCAOWN
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-EXCAOWN
                 INTO :ws-owner-team, :ws-exception-type,
                      :ws-target-days
              END-EXEC
              IF SQLCODE = 0
                 PERFORM AGE-ONE-TYPE
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-EXCAOWN
           END-EXEC.
           MOVE 0 TO SQLCODE.
           PERFORM AGE-UNASSIGNED-TYPES.
           IF WS-FIRST-ROW = 'N'
              PERFORM PRINT-OWNER-TOTAL
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE 'ALL OWNERS' TO WS-PRINT-LINE(3:10).
           MOVE WS-GRAND-BAND(1) TO WS-PRINT-LINE(22:5).
           MOVE WS-GRAND-BAND(2) TO WS-PRINT-LINE(29:5).
           MOVE WS-GRAND-BAND(3) TO WS-PRINT-LINE(36:5).
           MOVE WS-GRAND-BAND(4) TO WS-PRINT-LINE(43:5).
           MOVE WS-GRAND-TOTAL TO WS-PRINT-LINE(50:5).
           PERFORM PRINT-A-LINE.

      *Types that have open items but no owner row still have to be
      *seen; they age against the default target.
       AGE-UNASSIGNED-TYPES.
           MOVE 'Y' TO WS-UNASSIGNED.
           MOVE 'UNASSIGNED' TO ws-owner-team.
           MOVE WS-DEFAULT-TARGET TO ws-target-days.
           EXEC SQL
              DECLARE C-EXCAUNO CURSOR FOR
              SELECT DISTINCT exception_type
              FROM exceptions_log
              WHERE resolved_flag = 'N'
                AND exception_type NOT IN
                   (SELECT exception_type FROM exception_owner)
              ORDER BY exception_type
           END-EXEC.
           EXEC SQL
              OPEN C-EXCAUNO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-EXCAUNO
                 INTO :ws-exception-type
              END-EXEC
              IF SQLCODE = 0
                 PERFORM AGE-ONE-TYPE
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-EXCAUNO
           END-EXEC.
           MOVE 0 TO SQLCODE.

       AGE-ONE-TYPE.
           IF WS-FIRST-ROW = 'N'
              AND ws-owner-team NOT = WS-PREV-OWNER
              PERFORM PRINT-OWNER-TOTAL
           END-IF.
           IF WS-FIRST-ROW = 'Y'
              OR ws-owner-team NOT = WS-PREV-OWNER
              MOVE SPACES TO WS-PRINT-LINE
              PERFORM PRINT-A-LINE
              MOVE SPACES TO WS-PRINT-LINE
              STRING 'OWNER ' DELIMITED BY SIZE
                 ws-owner-team DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
              END-STRING
              PERFORM PRINT-A-LINE
              MOVE 0 TO WS-OWNER-BAND(1) WS-OWNER-BAND(2)
                 WS-OWNER-BAND(3) WS-OWNER-BAND(4) WS-OWNER-TOTAL
           END-IF.
           MOVE 'N' TO WS-FIRST-ROW.
           MOVE ws-owner-team TO WS-PREV-OWNER.
           IF ws-target-days = 0
              MOVE WS-DEFAULT-TARGET TO ws-target-days
           END-IF.
           MOVE WS-KEY-3 TO ws-lo-key.
           MOVE '9999-99-99' TO ws-hi-key.
           PERFORM COUNT-OPEN-RANGE.
           MOVE v-count TO WS-BAND-1.
           MOVE WS-KEY-7 TO ws-lo-key.
           MOVE WS-KEY-3 TO ws-hi-key.
           PERFORM COUNT-OPEN-RANGE.
           MOVE v-count TO WS-BAND-2.
           MOVE WS-KEY-14 TO ws-lo-key.
           MOVE WS-KEY-7 TO ws-hi-key.
           PERFORM COUNT-OPEN-RANGE.
           MOVE v-count TO WS-BAND-3.
           MOVE '0000-00-00' TO ws-lo-key.
           MOVE WS-KEY-14 TO ws-hi-key.
           PERFORM COUNT-OPEN-RANGE.
           MOVE v-count TO WS-BAND-4.
           COMPUTE WS-TYPE-TOTAL =
              WS-BAND-1 + WS-BAND-2 + WS-BAND-3 + WS-BAND-4.
           MOVE ws-target-days TO WS-DAY-BACK.
           PERFORM SET-DAY-KEY.
           MOVE ws-day-key TO WS-TARGET-KEY.
           COMPUTE WS-DAY-BACK = ws-target-days * 2.
           PERFORM SET-DAY-KEY.
           MOVE ws-day-key TO WS-DOUBLE-KEY.
           MOVE '0000-00-00' TO ws-lo-key.
           MOVE WS-TARGET-KEY TO ws-hi-key.
           PERFORM COUNT-OPEN-RANGE.
           MOVE v-count TO WS-PAST-TARGET.
           MOVE WS-DOUBLE-KEY TO ws-hi-key.
           PERFORM COUNT-OPEN-RANGE.
           MOVE v-count TO WS-PAST-DOUBLE.
           ADD WS-BAND-1 TO WS-OWNER-BAND(1) WS-GRAND-BAND(1).
           ADD WS-BAND-2 TO WS-OWNER-BAND(2) WS-GRAND-BAND(2).
           ADD WS-BAND-3 TO WS-OWNER-BAND(3) WS-GRAND-BAND(3).
           ADD WS-BAND-4 TO WS-OWNER-BAND(4) WS-GRAND-BAND(4).
           ADD WS-TYPE-TOTAL TO WS-OWNER-TOTAL WS-GRAND-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE ws-exception-type TO WS-PRINT-LINE(3:10).
           MOVE ws-target-days TO WS-PRINT-LINE(16:3).
           MOVE WS-BAND-1 TO WS-PRINT-LINE(22:5).
           MOVE WS-BAND-2 TO WS-PRINT-LINE(29:5).
           MOVE WS-BAND-3 TO WS-PRINT-LINE(36:5).
           MOVE WS-BAND-4 TO WS-PRINT-LINE(43:5).
           MOVE WS-TYPE-TOTAL TO WS-PRINT-LINE(50:5).
           EVALUATE TRUE
              WHEN WS-PAST-DOUBLE > 0
                 MOVE 'OVER 2X' TO WS-PRINT-LINE(57:7)
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'E' TO ALERT-SEVERITY
                 PERFORM RAISE-AGING-ALERT
              WHEN WS-PAST-TARGET > 0
                 MOVE 'OVERDUE' TO WS-PRINT-LINE(57:7)
                 ADD 1 TO WS-WARN-COUNT
                 MOVE 'W' TO ALERT-SEVERITY
                 PERFORM RAISE-AGING-ALERT
           END-EVALUATE.
           PERFORM PRINT-A-LINE.

      *Open items of the current type opened on or after the low key
      *and before the high key.
       COUNT-OPEN-RANGE.
           MOVE 0 TO v-count.
           EXEC SQL
              SELECT COUNT(*) INTO :v-count
              FROM exceptions_log
              WHERE exception_type = :ws-exception-type
                AND resolved_flag = 'N'
                AND SUBSTR(log_ts, 1, 10) >= :ws-lo-key
                AND SUBSTR(log_ts, 1, 10) < :ws-hi-key
           END-EXEC.
           MOVE 0 TO SQLCODE.

       PRINT-OWNER-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE 'OWNER TOTAL' TO WS-PRINT-LINE(3:11).
           MOVE WS-OWNER-BAND(1) TO WS-PRINT-LINE(22:5).
           MOVE WS-OWNER-BAND(2) TO WS-PRINT-LINE(29:5).
           MOVE WS-OWNER-BAND(3) TO WS-PRINT-LINE(36:5).
           MOVE WS-OWNER-BAND(4) TO WS-PRINT-LINE(43:5).
           MOVE WS-OWNER-TOTAL TO WS-PRINT-LINE(50:5).
           PERFORM PRINT-A-LINE.

       RAISE-AGING-ALERT.
           MOVE SPACES TO WS-ALERT-MSG.
           STRING ws-exception-type DELIMITED BY SPACE
              ' owned by ' DELIMITED BY SIZE
              ws-owner-team DELIMITED BY SPACE
              ': ' DELIMITED BY SIZE
              WS-PAST-TARGET DELIMITED BY SIZE
              ' past ' DELIMITED BY SIZE
              ws-target-days DELIMITED BY SIZE
              '-day target, ' DELIMITED BY SIZE
              WS-PAST-DOUBLE DELIMITED BY SIZE
              ' past twice it' DELIMITED BY SIZE
              INTO WS-ALERT-MSG
           END-STRING.
           MOVE 'PROGRAMEXCA' TO ALERT-JOB-NAME.
           MOVE WS-ALERT-MSG TO ALERT-TEXT.
           CALL "OPSALERT" USING ALERT-REQUEST.

      *Items opened (by log_ts) and resolved (by resolved_ts) on each
      *of the seven days to the report date, oldest day first.
       PRINT-WEEKLY-TREND.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'WEEKLY TREND, OPENED V RESOLVED, TO '
              DELIMITED BY SIZE
              WS-REPORT-DATE DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE 'N' TO WS-UNASSIGNED.
           EXEC SQL
              DECLARE C-EXCATEAM CURSOR FOR
              SELECT DISTINCT owner_team
              FROM exception_owner
              ORDER BY owner_team
           END-EXEC.
           EXEC SQL
              OPEN C-EXCATEAM
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-EXCATEAM
                 INTO :ws-owner-team
              END-EXEC
              IF SQLCODE = 0
                 PERFORM PRINT-OWNER-TREND
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-EXCATEAM
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE 'Y' TO WS-UNASSIGNED.
           MOVE 'UNASSIGNED' TO ws-owner-team.
           PERFORM PRINT-OWNER-TREND.

       PRINT-OWNER-TREND.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'OWNER ' DELIMITED BY SIZE
              ws-owner-team DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE 0 TO WS-OPENED-WEEK WS-RESOLVED-WEEK.
           PERFORM VARYING WS-TREND-DAY FROM 7 BY -1
              UNTIL WS-TREND-DAY = 0
              COMPUTE WS-DAY-BACK = WS-TREND-DAY - 1
              PERFORM SET-DAY-KEY
              PERFORM COUNT-TREND-DAY
              ADD WS-OPENED-DAY TO WS-OPENED-WEEK
              ADD WS-RESOLVED-DAY TO WS-RESOLVED-WEEK
              MOVE SPACES TO WS-PRINT-LINE
              STRING '   ' DELIMITED BY SIZE
                 ws-day-key DELIMITED BY SIZE
                 '  OPENED ' DELIMITED BY SIZE
                 WS-OPENED-DAY DELIMITED BY SIZE
                 '  RESOLVED ' DELIMITED BY SIZE
                 WS-RESOLVED-DAY DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
              END-STRING
              PERFORM PRINT-A-LINE
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   WEEK        OPENED ' DELIMITED BY SIZE
              WS-OPENED-WEEK DELIMITED BY SIZE
              ' RESOLVED ' DELIMITED BY SIZE
              WS-RESOLVED-WEEK DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.

       COUNT-TREND-DAY.
           MOVE 0 TO WS-OPENED-DAY WS-RESOLVED-DAY.
           IF WS-UNASSIGNED = 'Y'
              EXEC SQL
                 SELECT COUNT(*) INTO :v-count
                 FROM exceptions_log
                 WHERE SUBSTR(log_ts, 1, 10) = :ws-day-key
                   AND exception_type NOT IN
                      (SELECT exception_type FROM exception_owner)
              END-EXEC
              MOVE v-count TO WS-OPENED-DAY
              EXEC SQL
                 SELECT COUNT(*) INTO :v-count
                 FROM exceptions_log
                 WHERE resolved_flag = 'Y'
                   AND SUBSTR(resolved_ts, 1, 10) = :ws-day-key
                   AND exception_type NOT IN
                      (SELECT exception_type FROM exception_owner)
              END-EXEC
              MOVE v-count TO WS-RESOLVED-DAY
           ELSE
              EXEC SQL
                 SELECT COUNT(*) INTO :v-count
                 FROM exceptions_log
                 WHERE SUBSTR(log_ts, 1, 10) = :ws-day-key
                   AND exception_type IN
                      (SELECT exception_type FROM exception_owner
                       WHERE owner_team = :ws-owner-team)
              END-EXEC
              MOVE v-count TO WS-OPENED-DAY
              EXEC SQL
                 SELECT COUNT(*) INTO :v-count
                 FROM exceptions_log
                 WHERE resolved_flag = 'Y'
                   AND SUBSTR(resolved_ts, 1, 10) = :ws-day-key
                   AND exception_type IN
                      (SELECT exception_type FROM exception_owner
                       WHERE owner_team = :ws-owner-team)
              END-EXEC
              MOVE v-count TO WS-RESOLVED-DAY
           END-IF.
           MOVE 0 TO SQLCODE.

       PRINT-A-LINE.
           WRITE AGING-REC FROM WS-PRINT-LINE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMEXCA' TO RUNLOG-JOB-NAME.
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
