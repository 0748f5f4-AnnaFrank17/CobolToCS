      *Monday-to-Friday group assignments from instructor_schedule
      *with the room each group sits in that day from group_schedule.
      *Pages are sequenced by instructor last name so they can be put
      *in the staff pigeonholes at the start of term. Cover
      *assignments from cover_assignments for the current Monday to
      *Friday are listed under the timetable: the groups an
      *instructor covers, and the days an absent instructor's groups
      *are covered and by whom. The children in the instructor's
      *groups, and in the groups covered that week, who carry a
      *health alert (loaded by PROGRAMHLTH) are listed per group with
      *the alert type and the nurse's instruction.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMITT.

           01 group_number PIC 9(5).
           01 ws-schedule-day PIC 9(1).
           01 ws-schedule-code PIC X(6).
           01 ws-week-start PIC X(8).
           01 ws-week-end PIC X(8).
           01 ws-cover-date PIC X(8).
           01 ws-cover-id PIC 9(5).
           01 ws-other-id PIC 9(5).
           01 ws-other-last PIC X(10).
           01 ws-child-first PIC X(10).
           01 ws-child-last PIC X(10).
           01 ws-alert-type PIC X(8).
           01 ws-instruction PIC X(40).

           EXEC SQL END
               DECLARE SECTION

           01 WS-CLOCK-DATE PIC 9(8).
           01 WS-CLOCK-TIME PIC 9(8).
           01 WS-TODAY-INT PIC 9(7).
           01 WS-WEEK-INT PIC 9(7).
           01 WS-WEEK-DATE PIC 9(8).
           01 WS-COVER-LINES PIC 9(3).
           01 WS-ALERT-LINES PIC 9(3).
           01 WS-PREV-GROUP PIC 9(5).

       PROCEDURE DIVISION USING SQLCA.

       DISPLAY 'ProgramITT: per-instructor weekly timetable'.
       PERFORM INIT-RUN-LOG.
       PERFORM SET-CURRENT-WEEK.

       OPEN_PRINT.
           OPEN OUTPUT INSTABLE-FILE.
           END-PERFORM.
           GO TO CLOSE_C-ITT.

       SET-CURRENT-WEEK.
           ACCEPT WS-WEEK-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-WEEK-DATE).
           COMPUTE WS-WEEK-INT = WS-TODAY-INT
              - FUNCTION MOD(WS-TODAY-INT - 1, 7).
           MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-INT) TO WS-WEEK-DATE.
           MOVE WS-WEEK-DATE TO ws-week-start.
           ADD 4 TO WS-WEEK-INT.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-INT) TO WS-WEEK-DATE.
           MOVE WS-WEEK-DATE TO ws-week-end.

       LOAD-INSTRUCTOR-WEEK.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
              UNTIL WS-DAY-IDX > 5
              END-IF
              PERFORM PRINT-A-LINE
           END-PERFORM.
           PERFORM PRINT-WEEK-COVERS.
           PERFORM PRINT-GROUP-ALERTS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-WEEK-COVERS.
           MOVE 0 TO WS-COVER-LINES.
           EXEC SQL
              DECLARE C-ITTCOVER CURSOR FOR
              SELECT c.cover_date, c.day_of_week, c.group_number,
                     c.cover_instructor_id, o.instructor_id,
                     o.last_name
              FROM cover_assignments c, instructors o
              WHERE c.cover_date >= :ws-week-start
                AND c.cover_date <= :ws-week-end
                AND c.day_of_week >= 1 AND c.day_of_week <= 5
                AND ((c.cover_instructor_id = :ws-instructor-id
                      AND o.instructor_id = c.absent_instructor_id)
                  OR (c.absent_instructor_id = :ws-instructor-id
                      AND o.instructor_id = c.cover_instructor_id))
              ORDER BY c.cover_date, c.group_number
           END-EXEC.
           EXEC SQL
              OPEN C-ITTCOVER
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ITTCOVER
                 INTO :ws-cover-date, :ws-schedule-day,
                      :group_number, :ws-cover-id, :ws-other-id,
                      :ws-other-last
              END-EXEC
              IF SQLCODE = 0
                 IF WS-COVER-LINES = 0
                    MOVE SPACES TO WS-PRINT-LINE
                    PERFORM PRINT-A-LINE
                    MOVE '   Cover this week:' TO WS-PRINT-LINE
                    PERFORM PRINT-A-LINE
                 END-IF
                 ADD 1 TO WS-COVER-LINES
                 MOVE SPACES TO WS-PRINT-LINE
                 IF ws-cover-id = ws-instructor-id
                    STRING '   ' DELIMITED BY SIZE
                       WS-DAY-NAME(ws-schedule-day) DELIMITED BY SIZE
                       '  COVERS GROUP: ' DELIMITED BY SIZE
                       group_number DELIMITED BY SIZE
                       '  for ' DELIMITED BY SIZE
                       FUNCTION TRIM(ws-other-last) DELIMITED BY SIZE
                       ' (' DELIMITED BY SIZE
                       ws-other-id DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                    END-STRING
                 ELSE
                    STRING '   ' DELIMITED BY SIZE
                       WS-DAY-NAME(ws-schedule-day) DELIMITED BY SIZE
                       '  ABSENT, GROUP: ' DELIMITED BY SIZE
                       group_number DELIMITED BY SIZE
                       '  covered by ' DELIMITED BY SIZE
                       FUNCTION TRIM(ws-other-last) DELIMITED BY SIZE
                       ' (' DELIMITED BY SIZE
                       ws-other-id DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                    END-STRING
                 END-IF
                 PERFORM PRINT-A-LINE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ITTCOVER
           END-EXEC.
           MOVE 0 TO SQLCODE.

       PRINT-GROUP-ALERTS.
           MOVE 0 TO WS-ALERT-LINES.
           MOVE 0 TO WS-PREV-GROUP.
           EXEC SQL
              DECLARE C-ITTALERT CURSOR FOR
              SELECT s.group_number, s.first_name, s.last_name,
                     h.alert_type, h.instruction
              FROM students s, health_alert h
              WHERE h.id_student = s.id
                AND s.group_number IN
                   (SELECT a.group_number
                    FROM instructor_schedule a
                    WHERE a.instructor_id = :ws-instructor-id
                    UNION
                    SELECT c.group_number
                    FROM cover_assignments c
                    WHERE c.cover_instructor_id = :ws-instructor-id
                      AND c.cover_date >= :ws-week-start
                      AND c.cover_date <= :ws-week-end)
              ORDER BY s.group_number, s.last_name, s.first_name,
                       h.alert_type
           END-EXEC.
           EXEC SQL
              OPEN C-ITTALERT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ITTALERT
                 INTO :group_number, :ws-child-first,
                      :ws-child-last, :ws-alert-type,
                      :ws-instruction
              END-EXEC
              IF SQLCODE = 0
                 IF WS-ALERT-LINES = 0
                    MOVE SPACES TO WS-PRINT-LINE
                    PERFORM PRINT-A-LINE
                    MOVE '   Health alerts (restricted):'
                       TO WS-PRINT-LINE
                    PERFORM PRINT-A-LINE
                 END-IF
                 ADD 1 TO WS-ALERT-LINES
                 IF group_number NOT = WS-PREV-GROUP
                    MOVE group_number TO WS-PREV-GROUP
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING '   GROUP ' DELIMITED BY SIZE
                       group_number DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                    END-STRING
                    PERFORM PRINT-A-LINE
                 END-IF
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING '      ' DELIMITED BY SIZE
                    ws-child-first DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    ws-child-last DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    ws-alert-type DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    ws-instruction DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                 END-STRING
                 PERFORM PRINT-A-LINE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ITTALERT
           END-EXEC.
           MOVE 0 TO SQLCODE.

       PRINT-A-LINE.
           WRITE INSTABLE-REC FROM WS-PRINT-LINE.

