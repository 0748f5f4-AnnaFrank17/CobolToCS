      *Monthly teaching-hours run for instructor payroll. Walks every
      *day of the pay month (argument 1, YYYYMM, the previous month by
      *default); a day counts only when business_calendar marks it a
      *processing day and it falls inside a term on term_master. On a
      *counted day each instructor_schedule slot for that weekday is
      *paid to whoever actually taught it: the substitute when
      *cover_assignments holds a cover for the group that date, no
      *one when the scheduled instructor was absent and the slot went
      *uncovered, otherwise the scheduled instructor. Each session is
      *paid at the session hours (argument 2, default 6). Totals per
      *instructor and campus are kept on teaching_hours for the month
      *and rebuilt on a rerun. Output is the PAYHRS fixed-format
      *payroll extract, closed by a trailer with the record count,
      *total hours and a hash total of instructor ids, and the HRSRPT
      *summary per instructor with a campus break. The closed PAYHRS
      *file is registered in the transmission manifest with the same
      *record count and hash total.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMTHRS.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT PAY-FILE ASSIGN TO "PAYHRS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.
           SELECT HRS-FILE ASSIGN TO "HRSRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HRS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  PAY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  PAY-REC.
               05 PH-REC-TYPE PIC X(3).
               05 PH-PAY-MONTH PIC X(6).
               05 PH-INSTRUCTOR-ID PIC 9(5).
               05 PH-LAST-NAME PIC X(10).
               05 PH-FIRST-NAME PIC X(10).
               05 PH-CAMPUS-CODE PIC X(3).
               05 PH-SESSIONS PIC 9(5).
               05 PH-COVER-SESSIONS PIC 9(5).
               05 PH-HOURS PIC 9(7)V99.
               05 FILLER PIC X(24).
           01  PAY-TRL-REC.
               05 PH-TRL-TYPE PIC X(3).
               05 PH-TRL-MONTH PIC X(6).
               05 PH-TRL-COUNT PIC 9(7).
               05 PH-TRL-HOURS PIC 9(9)V99.
               05 PH-TRL-HASH PIC 9(12).
               05 FILLER PIC X(41).

           FD  HRS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  HRS-REC                     PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 ws-instructor-id PIC 9(5).
           01 ws-paid-id PIC 9(5).
           01 first-name PIC X(10).
           01 last-name PIC X(10).
           01 group_number PIC 9(5).
           01 campus_code PIC X(3).
           01 ws-pay-month PIC X(6).
           01 ws-day-date PIC X(8).
           01 ws-day-of-week PIC 9(1).
           01 ws-cal-processing PIC X(1).
           01 ws-session-count PIC 9(5).
           01 ws-cover-count PIC 9(5).
           01 ws-session-add PIC 9(1).
           01 ws-cover-add PIC 9(1).
           01 ws-session-hours PIC 9(2)V99.
           01 ws-hours-paid PIC 9(7)V99.
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
           01  WS-PAY-STATUS                  PIC XX.
           01  WS-HRS-STATUS                  PIC XX.
           01  WS-HOURS-PARM                  PIC X(5).
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-MONTH-NUM.
               05 WS-MONTH-YYYY               PIC 9(4).
               05 WS-MONTH-MM                 PIC 9(2).
           01  WS-FIRST-DATE                  PIC 9(8).
           01  WS-NEXT-DATE                   PIC 9(8).
           01  WS-DATE-NUM                    PIC 9(8).
           01  WS-FIRST-INT                   PIC 9(7).
           01  WS-LAST-INT                    PIC 9(7).
           01  WS-DAY-INT                     PIC 9(7).
           01  WS-SLOT-TAUGHT                 PIC X(1).
           01  WS-DAYS-COUNTED                PIC 9(3) VALUE 0.
           01  WS-DAYS-SKIPPED                PIC 9(3) VALUE 0.
           01  WS-SLOTS-PAID                  PIC 9(7) VALUE 0.
           01  WS-SLOTS-UNTAUGHT              PIC 9(7) VALUE 0.
           01  WS-EXTRACT-COUNT               PIC 9(7) VALUE 0.
           01  WS-TOTAL-HOURS                 PIC 9(9)V99 VALUE 0.
           01  WS-HASH-TOTAL                  PIC 9(12) VALUE 0.
           01  WS-CAMPUS-HOURS                PIC 9(9)V99 VALUE 0.
           01  WS-CAMPUS-SESSIONS             PIC 9(7) VALUE 0.
           01  WS-FIRST-ROW                   PIC X(1).
           01  WS-PREV-CAMPUS                 PIC X(3).
           01  WS-HOURS-EDIT                  PIC Z(6)9.99.
           01  WS-TOTAL-EDIT                  PIC Z(8)9.99.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramTHRS: monthly teaching hours for payroll'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT ws-pay-month FROM ARGUMENT-VALUE.
       IF ws-pay-month = SPACES
          PERFORM SET-PREVIOUS-MONTH
       END-IF.

       DISPLAY 2 UPON ARGUMENT-NUMBER.
       ACCEPT WS-HOURS-PARM FROM ARGUMENT-VALUE.
       IF WS-HOURS-PARM = SPACES
          MOVE 6 TO ws-session-hours
       ELSE
          MOVE FUNCTION NUMVAL(WS-HOURS-PARM) TO ws-session-hours
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
          DISPLAY 'Teaching hours for ' ws-pay-month
             ', session hours ' ws-session-hours
          PERFORM SET-MONTH-RANGE
          PERFORM CLEAR-MONTH-HOURS
          PERFORM WALK-MONTH-DAYS
          PERFORM WRITE-PAY-EXTRACT
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

       SET-PREVIOUS-MONTH.
           ACCEPT WS-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-DATE-NUM(1:6) TO WS-MONTH-NUM.
           IF WS-MONTH-MM = 1
              SUBTRACT 1 FROM WS-MONTH-YYYY
              MOVE 12 TO WS-MONTH-MM
           ELSE
              SUBTRACT 1 FROM WS-MONTH-MM
           END-IF.
           MOVE WS-MONTH-NUM TO ws-pay-month.

       SET-MONTH-RANGE.
           MOVE ws-pay-month TO WS-MONTH-NUM.
           COMPUTE WS-FIRST-DATE =
              WS-MONTH-YYYY * 10000 + WS-MONTH-MM * 100 + 1.
           IF WS-MONTH-MM = 12
              COMPUTE WS-NEXT-DATE =
                 (WS-MONTH-YYYY + 1) * 10000 + 101
           ELSE
              COMPUTE WS-NEXT-DATE =
                 WS-MONTH-YYYY * 10000 + (WS-MONTH-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-FIRST-INT =
              FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE).
           COMPUTE WS-LAST-INT =
              FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) - 1.

       CLEAR-MONTH-HOURS.
           EXEC SQL
              DELETE FROM teaching_hours
              WHERE pay_month = :ws-pay-month
           END-EXEC.
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO RUNLOG-DELETE-COUNT
           END-IF.
           MOVE 0 TO SQLCODE.

       WALK-MONTH-DAYS.
           PERFORM VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
              UNTIL WS-DAY-INT > WS-LAST-INT
              MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                 TO WS-DATE-NUM
              MOVE WS-DATE-NUM TO ws-day-date
              COMPUTE ws-day-of-week =
                 FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
              PERFORM CHECK-TEACHING-DAY
              IF ws-cal-processing = 'Y'
                 ADD 1 TO WS-DAYS-COUNTED
                 PERFORM PAY-DAY-SLOTS
              ELSE
                 ADD 1 TO WS-DAYS-SKIPPED
              END-IF
           END-PERFORM.
           DISPLAY 'Teaching days counted:  ' WS-DAYS-COUNTED.
           DISPLAY 'Days not counted:       ' WS-DAYS-SKIPPED.
           DISPLAY 'Sessions paid:          ' WS-SLOTS-PAID.
           DISPLAY 'Sessions not taught:    ' WS-SLOTS-UNTAUGHT.

      *A processing day outside every term (the holidays between
      *terms) is not a teaching day.
       CHECK-TEACHING-DAY.
           MOVE 'N' TO ws-cal-processing.
           EXEC SQL
              SELECT processing_flag
              INTO :ws-cal-processing
              FROM business_calendar
              WHERE cal_date = :ws-day-date
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'N' TO ws-cal-processing
           END-IF.
           IF ws-cal-processing = 'Y'
              EXEC SQL
                 SELECT COUNT(*) INTO :v-count
                 FROM term_master
                 WHERE start_date <= :ws-day-date
                   AND end_date >= :ws-day-date
              END-EXEC
              IF v-count = 0
                 MOVE 'N' TO ws-cal-processing
              END-IF
           END-IF.
           MOVE 0 TO SQLCODE.

       PAY-DAY-SLOTS.
           EXEC SQL
              DECLARE C-THRSLOT CURSOR FOR
              SELECT instructor_id, group_number
              FROM instructor_schedule
              WHERE day_of_week = :ws-day-of-week
              ORDER BY instructor_id, group_number
           END-EXEC.
           EXEC SQL
              OPEN C-THRSLOT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-THRSLOT
                 INTO :ws-instructor-id, :group_number
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO RUNLOG-READ-COUNT
                 PERFORM PAY-ONE-SLOT
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-THRSLOT
           END-EXEC.
           MOVE 0 TO SQLCODE.

       PAY-ONE-SLOT.
           MOVE 'Y' TO WS-SLOT-TAUGHT.
           EXEC SQL
              SELECT cover_instructor_id INTO :ws-paid-id
              FROM cover_assignments
              WHERE cover_date = :ws-day-date
                AND group_number = :group_number
           END-EXEC.
           IF SQLCODE = 0
              MOVE 1 TO ws-cover-add
           ELSE
              MOVE ws-instructor-id TO ws-paid-id
              MOVE 0 TO ws-cover-add
              EXEC SQL
                 SELECT COUNT(*) INTO :v-count
                 FROM instructor_absence
                 WHERE instructor_id = :ws-instructor-id
                   AND from_date <= :ws-day-date
                   AND to_date >= :ws-day-date
              END-EXEC
              IF v-count > 0
                 MOVE 'N' TO WS-SLOT-TAUGHT
              END-IF
           END-IF.
           MOVE 0 TO SQLCODE.
           IF WS-SLOT-TAUGHT = 'Y'
              PERFORM CREDIT-SESSION
           ELSE
              ADD 1 TO WS-SLOTS-UNTAUGHT
           END-IF.

       CREDIT-SESSION.
           PERFORM GET-GROUP-CAMPUS.
           MOVE 1 TO ws-session-add.
           EXEC SQL
              UPDATE teaching_hours
              SET session_count = session_count + :ws-session-add,
                  cover_count = cover_count + :ws-cover-add,
                  hours_paid = hours_paid + :ws-session-hours,
                  log_ts = CURRENT TIMESTAMP
              WHERE pay_month = :ws-pay-month
                AND instructor_id = :ws-paid-id
                AND campus_code = :campus_code
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL
                 INSERT INTO teaching_hours
                    (pay_month, instructor_id, campus_code,
                     session_count, cover_count, hours_paid, log_ts)
                 VALUES
                    (:ws-pay-month, :ws-paid-id, :campus_code,
                     :ws-session-add, :ws-cover-add,
                     :ws-session-hours, CURRENT TIMESTAMP)
              END-EXEC
              ADD 1 TO RUNLOG-INSERT-COUNT
           END-IF.
           ADD 1 TO WS-SLOTS-PAID.
           MOVE 0 TO SQLCODE.

      *Groups carry no campus of their own; the campus is the one
      *their students are enrolled at.
       GET-GROUP-CAMPUS.
           MOVE SPACES TO campus_code.
           EXEC SQL
              SELECT MIN(campus_code) INTO :campus_code
              FROM students
              WHERE group_number = :group_number
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACES TO campus_code
           END-IF.
           MOVE 0 TO SQLCODE.

       WRITE-PAY-EXTRACT.
           OPEN OUTPUT PAY-FILE.
           OPEN OUTPUT HRS-FILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'TEACHING HOURS SUMMARY FOR ' DELIMITED BY SIZE
              ws-pay-month DELIMITED BY SIZE
              '   SESSION HOURS ' DELIMITED BY SIZE
              ws-session-hours DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  INSTR NAME                  SESSIONS  COVERS'
              DELIMITED BY SIZE
              '       HOURS' DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE 'Y' TO WS-FIRST-ROW.
           EXEC SQL
              DECLARE C-THRPAY CURSOR FOR
              SELECT h.instructor_id, h.campus_code,
                     h.session_count, h.cover_count, h.hours_paid,
                     i.first_name, i.last_name
              FROM teaching_hours h, instructors i
              WHERE h.pay_month = :ws-pay-month
                AND i.instructor_id = h.instructor_id
              ORDER BY h.campus_code, i.last_name, i.first_name,
                       h.instructor_id
           END-EXEC.
           EXEC SQL
              OPEN C-THRPAY
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-THRPAY
                 INTO :ws-instructor-id, :campus_code,
                      :ws-session-count, :ws-cover-count,
                      :ws-hours-paid, :first-name, :last-name
              END-EXEC
              IF SQLCODE = 0
                 PERFORM WRITE-ONE-INSTRUCTOR
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-THRPAY
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-FIRST-ROW = 'N'
              PERFORM PRINT-CAMPUS-TOTAL
           END-IF.
           MOVE SPACES TO PAY-TRL-REC.
           MOVE 'TRL' TO PH-TRL-TYPE.
           MOVE ws-pay-month TO PH-TRL-MONTH.
           MOVE WS-EXTRACT-COUNT TO PH-TRL-COUNT.
           MOVE WS-TOTAL-HOURS TO PH-TRL-HOURS.
           MOVE WS-HASH-TOTAL TO PH-TRL-HASH.
           WRITE PAY-TRL-REC.
           CLOSE PAY-FILE.
           MOVE 'PAYHRS' TO MANIFEST-FILE-NAME.
           MOVE 'PROGRAMTHRS' TO MANIFEST-JOB-NAME.
           MOVE WS-CLOCK-DATE TO MANIFEST-PROC-DATE.
           MOVE WS-EXTRACT-COUNT TO MANIFEST-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO MANIFEST-HASH-TOTAL.
           CALL "ProgramMANIF" USING SQLCA, MANIFEST-REQUEST.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE WS-TOTAL-HOURS TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'EXTRACT RECORDS: ' DELIMITED BY SIZE
              WS-EXTRACT-COUNT DELIMITED BY SIZE
              '  TOTAL HOURS: ' DELIMITED BY SIZE
              WS-TOTAL-EDIT DELIMITED BY SIZE
              '  HASH: ' DELIMITED BY SIZE
              WS-HASH-TOTAL DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           CLOSE HRS-FILE.
           DISPLAY 'Extract records written: ' WS-EXTRACT-COUNT.
           DISPLAY 'Total hours:             ' WS-TOTAL-EDIT.

       WRITE-ONE-INSTRUCTOR.
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
           MOVE 'N' TO WS-FIRST-ROW.
           MOVE campus_code TO WS-PREV-CAMPUS.
           MOVE SPACES TO PAY-REC.
           MOVE 'DTL' TO PH-REC-TYPE.
           MOVE ws-pay-month TO PH-PAY-MONTH.
           MOVE ws-instructor-id TO PH-INSTRUCTOR-ID.
           MOVE last-name TO PH-LAST-NAME.
           MOVE first-name TO PH-FIRST-NAME.
           MOVE campus_code TO PH-CAMPUS-CODE.
           MOVE ws-session-count TO PH-SESSIONS.
           MOVE ws-cover-count TO PH-COVER-SESSIONS.
           MOVE ws-hours-paid TO PH-HOURS.
           WRITE PAY-REC.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD ws-hours-paid TO WS-TOTAL-HOURS WS-CAMPUS-HOURS.
           ADD ws-session-count TO WS-CAMPUS-SESSIONS.
           ADD ws-instructor-id TO WS-HASH-TOTAL.
           MOVE ws-hours-paid TO WS-HOURS-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE ws-instructor-id TO WS-PRINT-LINE(3:5).
           MOVE first-name TO WS-PRINT-LINE(9:10).
           MOVE last-name TO WS-PRINT-LINE(20:10).
           MOVE ws-session-count TO WS-PRINT-LINE(32:5).
           MOVE ws-cover-count TO WS-PRINT-LINE(40:5).
           MOVE WS-HOURS-EDIT TO WS-PRINT-LINE(46:10).
           PERFORM PRINT-A-LINE.

       PRINT-CAMPUS-TOTAL.
           MOVE WS-CAMPUS-HOURS TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'CAMPUS ' DELIMITED BY SIZE
              WS-PREV-CAMPUS DELIMITED BY SIZE
              ' SESSIONS: ' DELIMITED BY SIZE
              WS-CAMPUS-SESSIONS DELIMITED BY SIZE
              '  HOURS: ' DELIMITED BY SIZE
              WS-TOTAL-EDIT DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE 0 TO WS-CAMPUS-HOURS WS-CAMPUS-SESSIONS.

       PRINT-A-LINE.
           WRITE HRS-REC FROM WS-PRINT-LINE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMTHRS' TO RUNLOG-JOB-NAME.
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
