      *Daily instructor cover run. The staffing office sends the
      *INSABS feed of instructor absences, one record per instructor
      *and date range; each range is kept on instructor_absence. For
      *the run date the run then finds every group whose assigned
      *instructor on that weekday in instructor_schedule is absent
      *and which has no cover yet, and proposes a substitute. A
      *substitute must have no teaching assignment on that weekday,
      *no other cover that date, no absence of their own, and must be
      *on the group's campus that day - taken as teaching at least
      *one group of that campus in the week. Among those the
      *one with the fewest covers so far this week is chosen. Each
      *cover is kept on cover_assignments, which the PROGRAMITT
      *timetable pages print for the week. A slot nobody can take
      *raises an OPSALERT. The cover sheet COVERSHT lists every cover
      *and every slot still open for the date, so a rerun reprints
      *the same sheet.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMCOVER.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT ABS-FEED ASSIGN TO "INSABS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.
           SELECT COVER-FILE ASSIGN TO "COVERSHT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COVER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  ABS-FEED
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  ABS-FEED-REC.
               05 IA-INSTRUCTOR-ID PIC 9(5).
               05 IA-FROM-DATE PIC X(8).
               05 IA-TO-DATE PIC X(8).
               05 FILLER PIC X(59).

           FD  COVER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  COVER-REC                   PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 ws-instructor-id PIC 9(5).
           01 ws-cover-id PIC 9(5).
           01 first-name PIC X(10).
           01 last-name PIC X(10).
           01 ws-cover-first PIC X(10).
           01 ws-cover-last PIC X(10).
           01 group_number PIC 9(5).
           01 campus_code PIC X(3).
           01 ws-room-code PIC X(6).
           01 ws-run-date PIC X(8).
           01 ws-week-start PIC X(8).
           01 ws-week-end PIC X(8).
           01 ws-from-date PIC X(8).
           01 ws-to-date PIC X(8).
           01 ws-day-of-week PIC 9(1).
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
           01  WS-FEED-STATUS                 PIC XX.
           01  WS-FEED-EOF                    PIC X(1).
           01  WS-COVER-STATUS                PIC XX.
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-ALERT-MSG                   PIC X(80).
           01  WS-RUN-INT                     PIC 9(7).
           01  WS-WORK-INT                    PIC 9(7).
           01  WS-DATE-NUM                    PIC 9(8).
           01  WS-DATES-OK                    PIC X(1).
           01  WS-CAND-FOUND                  PIC X(1).
           01  WS-ABSENCE-COUNT               PIC 9(5) VALUE 0.
           01  WS-COVERED-COUNT               PIC 9(5) VALUE 0.
           01  WS-UNCOVERED-COUNT             PIC 9(5) VALUE 0.
           01  WS-SHEET-COVERS                PIC 9(5) VALUE 0.
           01  WS-SHEET-OPEN                  PIC 9(5) VALUE 0.
           01  WS-DAY-NAMES.
              05 FILLER PIC X(9) VALUE 'Monday   '.
              05 FILLER PIC X(9) VALUE 'Tuesday  '.
              05 FILLER PIC X(9) VALUE 'Wednesday'.
              05 FILLER PIC X(9) VALUE 'Thursday '.
              05 FILLER PIC X(9) VALUE 'Friday   '.
              05 FILLER PIC X(9) VALUE 'Saturday '.
              05 FILLER PIC X(9) VALUE 'Sunday   '.
           01  WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
              05 WS-DAY-NAME OCCURS 7 TIMES PIC X(9).

       PROCEDURE DIVISION.

       DISPLAY 'ProgramCOVER: instructor absence cover run'.

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
          PERFORM INIT-RUN-LOG
          PERFORM SET-RUN-WEEKDAY
          DISPLAY 'Cover run for ' ws-run-date ' '
             WS-DAY-NAME(ws-day-of-week)
          PERFORM LOAD-ABSENCE-FEED
          PERFORM ASSIGN-COVERS
          PERFORM PRINT-COVER-SHEET
          MOVE 'OK' TO RUNLOG-STATUS
          PERFORM WRITE-RUN-LOG
          EXEC SQL COMMIT WORK RELEASE END-EXEC
          IF WS-UNCOVERED-COUNT > 0
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF
       ELSE
          DISPLAY 'Connecting...'
          DISPLAY 'SQLCODE = ' SQLCODE
          DISPLAY 'Program is stopped!'
          MOVE 12 TO RETURN-CODE
       END-IF.

       STOP RUN.

      *Weekday 1 is Monday, as on instructor_schedule; the week runs
      *Monday to Sunday around the run date.
       SET-RUN-WEEKDAY.
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ws-run-date)).
           COMPUTE ws-day-of-week =
              FUNCTION MOD(WS-RUN-INT - 1, 7) + 1.
           COMPUTE WS-WORK-INT = WS-RUN-INT - ws-day-of-week + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-DATE-NUM.
           MOVE WS-DATE-NUM TO ws-week-start.
           ADD 6 TO WS-WORK-INT.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-DATE-NUM.
           MOVE WS-DATE-NUM TO ws-week-end.

      *A day with no new absences sends no feed; the absences already
      *on file still have to be covered, so the run carries on.
       LOAD-ABSENCE-FEED.
           OPEN INPUT ABS-FEED.
           IF WS-FEED-STATUS NOT = '00'
              DISPLAY 'No absence feed today, status: '
                 WS-FEED-STATUS
           ELSE
              MOVE 'N' TO WS-FEED-EOF
              PERFORM UNTIL WS-FEED-EOF = 'Y'
                 READ ABS-FEED
                    AT END MOVE 'Y' TO WS-FEED-EOF
                    NOT AT END
                       ADD 1 TO RUNLOG-READ-COUNT
                       PERFORM PROCESS-ABSENCE-RECORD
                 END-READ
              END-PERFORM
              CLOSE ABS-FEED
           END-IF.
           DISPLAY 'Absence records read:     ' RUNLOG-READ-COUNT.
           DISPLAY 'Absence records applied:  ' WS-ABSENCE-COUNT.
           DISPLAY 'Absence records rejected: ' RUNLOG-REJECT-COUNT.

       PROCESS-ABSENCE-RECORD.
           MOVE IA-INSTRUCTOR-ID TO ws-instructor-id.
           MOVE IA-FROM-DATE TO ws-from-date.
           MOVE IA-TO-DATE TO ws-to-date.
           MOVE 'Y' TO WS-DATES-OK.
           IF IA-FROM-DATE NOT NUMERIC OR IA-TO-DATE NOT NUMERIC
              MOVE 'N' TO WS-DATES-OK
           ELSE
              IF IA-TO-DATE < IA-FROM-DATE
                 MOVE 'N' TO WS-DATES-OK
              END-IF
           END-IF.
           IF WS-DATES-OK = 'N'
              DISPLAY 'Rejected, bad absence dates: '
                 ws-instructor-id
              PERFORM LOG-EXCEPTION-BAD-DATES
           ELSE
              EXEC SQL
                 SELECT COUNT(*) INTO :v-count
                 FROM instructors
                 WHERE instructor_id = :ws-instructor-id
              END-EXEC
              IF v-count = 0
                 DISPLAY 'Rejected, instructor not found: '
                    ws-instructor-id
                 PERFORM LOG-EXCEPTION-NO-INS
              ELSE
                 PERFORM RECORD-ABSENCE
              END-IF
           END-IF.

      *A resent range for the same first day replaces the end date,
      *so an absence that runs on is extended, not doubled.
       RECORD-ABSENCE.
           EXEC SQL
              UPDATE instructor_absence
              SET to_date = :ws-to-date,
                  log_ts = CURRENT TIMESTAMP
              WHERE instructor_id = :ws-instructor-id
                AND from_date = :ws-from-date
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL
                 INSERT INTO instructor_absence
                    (instructor_id, from_date, to_date, log_ts)
                 VALUES
                    (:ws-instructor-id, :ws-from-date, :ws-to-date,
                     CURRENT TIMESTAMP)
              END-EXEC
              ADD 1 TO RUNLOG-INSERT-COUNT
           END-IF.
           ADD 1 TO WS-ABSENCE-COUNT.
           DISPLAY 'Absence recorded: ' ws-instructor-id ' '
              ws-from-date ' - ' ws-to-date.

       ASSIGN-COVERS.
           EXEC SQL
              DECLARE C-COVSLOT CURSOR FOR
              SELECT DISTINCT s.instructor_id, s.group_number
              FROM instructor_absence a, instructor_schedule s
              WHERE a.from_date <= :ws-run-date
                AND a.to_date >= :ws-run-date
                AND s.instructor_id = a.instructor_id
                AND s.day_of_week = :ws-day-of-week
                AND NOT EXISTS
                   (SELECT 1 FROM cover_assignments c
                    WHERE c.cover_date = :ws-run-date
                      AND c.group_number = s.group_number)
              ORDER BY s.group_number
           END-EXEC.
           EXEC SQL
              OPEN C-COVSLOT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-COVSLOT
                 INTO :ws-instructor-id, :group_number
              END-EXEC
              IF SQLCODE = 0
                 PERFORM COVER-ONE-SLOT
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-COVSLOT
           END-EXEC.
           MOVE 0 TO SQLCODE.
           DISPLAY 'Slots covered:            ' WS-COVERED-COUNT.
           DISPLAY 'Slots left uncovered:     ' WS-UNCOVERED-COUNT.

       COVER-ONE-SLOT.
           PERFORM GET-GROUP-CAMPUS.
           PERFORM FIND-SUBSTITUTE.
           IF WS-CAND-FOUND = 'Y'
              EXEC SQL
                 INSERT INTO cover_assignments
                    (cover_date, day_of_week, group_number,
                     absent_instructor_id, cover_instructor_id,
                     log_ts)
                 VALUES
                    (:ws-run-date, :ws-day-of-week, :group_number,
                     :ws-instructor-id, :ws-cover-id,
                     CURRENT TIMESTAMP)
              END-EXEC
              ADD 1 TO RUNLOG-INSERT-COUNT
              ADD 1 TO WS-COVERED-COUNT
              DISPLAY 'Group ' group_number ' covered by '
                 ws-cover-id ' for ' ws-instructor-id
           ELSE
              ADD 1 TO WS-UNCOVERED-COUNT
              DISPLAY 'Group ' group_number ' has no cover for '
                 ws-instructor-id
              PERFORM RAISE-NO-COVER-ALERT
           END-IF.

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

       FIND-SUBSTITUTE.
           MOVE 'N' TO WS-CAND-FOUND.
           EXEC SQL
              DECLARE C-COVCAND CURSOR FOR
              SELECT i.instructor_id
              FROM instructors i
              WHERE NOT EXISTS
                   (SELECT 1 FROM instructor_schedule s
                    WHERE s.instructor_id = i.instructor_id
                      AND s.day_of_week = :ws-day-of-week)
                AND NOT EXISTS
                   (SELECT 1 FROM cover_assignments c
                    WHERE c.cover_instructor_id = i.instructor_id
                      AND c.cover_date = :ws-run-date)
                AND NOT EXISTS
                   (SELECT 1 FROM instructor_absence a
                    WHERE a.instructor_id = i.instructor_id
                      AND a.from_date <= :ws-run-date
                      AND a.to_date >= :ws-run-date)
                AND (:campus_code = ' '
                     OR EXISTS
                        (SELECT 1 FROM instructor_schedule t,
                                       students st
                         WHERE t.instructor_id = i.instructor_id
                           AND st.group_number = t.group_number
                           AND st.campus_code = :campus_code))
              ORDER BY
                 (SELECT COUNT(*) FROM cover_assignments w
                  WHERE w.cover_instructor_id = i.instructor_id
                    AND w.cover_date >= :ws-week-start
                    AND w.cover_date <= :ws-week-end),
                 i.instructor_id
           END-EXEC.
           EXEC SQL
              OPEN C-COVCAND
           END-EXEC.
           EXEC SQL
              FETCH C-COVCAND
              INTO :ws-cover-id
           END-EXEC.
           IF SQLCODE = 0
              MOVE 'Y' TO WS-CAND-FOUND
           END-IF.
           EXEC SQL
              CLOSE C-COVCAND
           END-EXEC.
           MOVE 0 TO SQLCODE.

       RAISE-NO-COVER-ALERT.
           MOVE SPACES TO WS-ALERT-MSG.
           STRING 'No cover for group ' DELIMITED BY SIZE
              group_number DELIMITED BY SIZE
              ' on ' DELIMITED BY SIZE
              ws-run-date DELIMITED BY SIZE
              ', instructor ' DELIMITED BY SIZE
              ws-instructor-id DELIMITED BY SIZE
              ' absent' DELIMITED BY SIZE
              INTO WS-ALERT-MSG
           END-STRING.
           MOVE 'E' TO ALERT-SEVERITY.
           MOVE 'PROGRAMCOVER' TO ALERT-JOB-NAME.
           MOVE WS-ALERT-MSG TO ALERT-TEXT.
           CALL "OPSALERT" USING ALERT-REQUEST.

      *The sheet is built from the tables, not from this run's work,
      *so covers assigned by an earlier run that day are included.
       PRINT-COVER-SHEET.
           OPEN OUTPUT COVER-FILE.
           MOVE ALL '=' TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'DAILY COVER SHEET  -  ' DELIMITED BY SIZE
              WS-DAY-NAME(ws-day-of-week) DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              ws-run-date DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE ALL '=' TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'GROUP ROOM    ABSENT                  '
              DELIMITED BY SIZE
              'COVERED BY' DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-SHEET-COVERS.
           PERFORM PRINT-SHEET-OPEN-SLOTS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'Covers: ' DELIMITED BY SIZE
              WS-SHEET-COVERS DELIMITED BY SIZE
              '   Not covered: ' DELIMITED BY SIZE
              WS-SHEET-OPEN DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           CLOSE COVER-FILE.

       PRINT-SHEET-COVERS.
           EXEC SQL
              DECLARE C-COVSHEET CURSOR FOR
              SELECT c.group_number, c.absent_instructor_id,
                     a.first_name, a.last_name,
                     c.cover_instructor_id,
                     v.first_name, v.last_name
              FROM cover_assignments c, instructors a,
                   instructors v
              WHERE c.cover_date = :ws-run-date
                AND a.instructor_id = c.absent_instructor_id
                AND v.instructor_id = c.cover_instructor_id
              ORDER BY c.group_number
           END-EXEC.
           EXEC SQL
              OPEN C-COVSHEET
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-COVSHEET
                 INTO :group_number, :ws-instructor-id,
                      :first-name, :last-name, :ws-cover-id,
                      :ws-cover-first, :ws-cover-last
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-SHEET-COVERS
                 PERFORM GET-SLOT-ROOM
                 MOVE SPACES TO WS-PRINT-LINE
                 MOVE group_number TO WS-PRINT-LINE(1:5)
                 MOVE ws-room-code TO WS-PRINT-LINE(7:6)
                 MOVE first-name TO WS-PRINT-LINE(15:10)
                 MOVE last-name TO WS-PRINT-LINE(26:10)
                 MOVE ws-cover-first TO WS-PRINT-LINE(39:10)
                 MOVE ws-cover-last TO WS-PRINT-LINE(50:10)
                 MOVE ws-cover-id TO WS-PRINT-LINE(61:5)
                 PERFORM PRINT-A-LINE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-COVSHEET
           END-EXEC.
           MOVE 0 TO SQLCODE.

       PRINT-SHEET-OPEN-SLOTS.
           EXEC SQL
              DECLARE C-COVOPEN CURSOR FOR
              SELECT DISTINCT s.group_number, i.first_name,
                     i.last_name
              FROM instructor_absence a, instructor_schedule s,
                   instructors i
              WHERE a.from_date <= :ws-run-date
                AND a.to_date >= :ws-run-date
                AND s.instructor_id = a.instructor_id
                AND s.day_of_week = :ws-day-of-week
                AND i.instructor_id = a.instructor_id
                AND NOT EXISTS
                   (SELECT 1 FROM cover_assignments c
                    WHERE c.cover_date = :ws-run-date
                      AND c.group_number = s.group_number)
              ORDER BY s.group_number
           END-EXEC.
           EXEC SQL
              OPEN C-COVOPEN
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-COVOPEN
                 INTO :group_number, :first-name, :last-name
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-SHEET-OPEN
                 PERFORM GET-SLOT-ROOM
                 MOVE SPACES TO WS-PRINT-LINE
                 MOVE group_number TO WS-PRINT-LINE(1:5)
                 MOVE ws-room-code TO WS-PRINT-LINE(7:6)
                 MOVE first-name TO WS-PRINT-LINE(15:10)
                 MOVE last-name TO WS-PRINT-LINE(26:10)
                 MOVE '** NO COVER FOUND **' TO WS-PRINT-LINE(39:20)
                 PERFORM PRINT-A-LINE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-COVOPEN
           END-EXEC.
           MOVE 0 TO SQLCODE.

       GET-SLOT-ROOM.
           MOVE SPACES TO ws-room-code.
           EXEC SQL
              SELECT room_code INTO :ws-room-code
              FROM group_schedule
              WHERE group_number = :group_number
                AND day_of_week = :ws-day-of-week
           END-EXEC.
           MOVE 0 TO SQLCODE.

       PRINT-A-LINE.
           WRITE COVER-REC FROM WS-PRINT-LINE.

       LOG-EXCEPTION-BAD-DATES.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:ws-instructor-id, 'COV-DATES',
                  'Instructor absence date range not valid',
                  :ws-from-date,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-NO-INS.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:ws-instructor-id, 'COV-NOINS',
                  'Absence for instructor not on file',
                  :ws-from-date,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMCOVER' TO RUNLOG-JOB-NAME.
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
