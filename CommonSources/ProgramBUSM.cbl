      *Prints the day's school transport manifests for the drivers.
      *For every route on the master PROGRAMROUTE keeps, the morning
      *run lists, stop by stop, the students assigned to it by
      *PROGRAMBUSA whose group is timetabled that weekday on
      *group_schedule; a group with no lessons that day does not
      *travel. The afternoon run lists the same students less any
      *recorded absent that date on attendance, so a child sent home
      *or never in is not waited for at the gate. The run date is
      *argument 1 (today by default) and the weekday is worked out
      *from it. The exception list BUSEXC shows routes booked beyond
      *their seat capacity that day and assignments left for
      *students no longer on the students table, for the transport
      *office to clear; any exception ends the run with RC 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMBUSM.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO "BUSMAN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT BUSEXC-FILE ASSIGN TO "BUSEXC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  MANIFEST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  MANIFEST-REC                PIC X(80).

           FD  BUSEXC-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  BUSEXC-REC                  PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 id-student PIC 9(5).
           01 first-name PIC X(10).
           01 last-name PIC X(10).
           01 group_number PIC 9(5).
           01 ws-route-code PIC X(6).
           01 ws-route-name PIC X(20).
           01 ws-capacity PIC 9(3).
           01 campus_code PIC X(3).
           01 ws-stop-seq PIC 9(2).
           01 ws-stop-name PIC X(20).
           01 ws-stop-time PIC X(4).
           01 ws-run-date PIC X(8).
           01 ws-day-of-week PIC 9(1).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  WS-MANIFEST-STATUS             PIC XX.
           01  WS-BUSEXC-STATUS               PIC XX.
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-RUN-DATE-NUM                PIC 9(8).
           01  WS-RUN-INT                     PIC 9(7).
           01  WS-AM-COUNT                    PIC 9(3).
           01  WS-PM-COUNT                    PIC 9(3).
           01  WS-ROUTE-COUNT                 PIC 9(5) VALUE 0.
           01  WS-RIDER-COUNT                 PIC 9(7) VALUE 0.
           01  WS-EXC-COUNT                   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramBUSM: daily transport manifests'.

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
          DISPLAY 'Manifests for ' ws-run-date ', weekday '
             ws-day-of-week
          OPEN OUTPUT MANIFEST-FILE
          OPEN OUTPUT BUSEXC-FILE
          PERFORM PRINT-EXCEPTION-HEADING
          PERFORM PRINT-ROUTE-MANIFESTS
          PERFORM LIST-ORPHAN-ASSIGNMENTS
          PERFORM PRINT-EXCEPTION-TOTALS
          CLOSE MANIFEST-FILE
          CLOSE BUSEXC-FILE
          DISPLAY 'Routes printed:     ' WS-ROUTE-COUNT
          DISPLAY 'Riders on AM runs:  ' WS-RIDER-COUNT
          DISPLAY 'Exceptions listed:  ' WS-EXC-COUNT
          MOVE 'OK' TO RUNLOG-STATUS
          PERFORM WRITE-RUN-LOG
          EXEC SQL COMMIT WORK RELEASE END-EXEC
          IF WS-EXC-COUNT > 0
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

      *Monday is day 1, as on group_schedule and attendance.
       SET-RUN-WEEKDAY.
           MOVE ws-run-date TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           COMPUTE ws-day-of-week =
              FUNCTION MOD(WS-RUN-INT - 1, 7) + 1.

       PRINT-ROUTE-MANIFESTS.
           EXEC SQL
              DECLARE C-BUSROUTE CURSOR FOR
              SELECT route_code, route_name, capacity, campus_code
              FROM transport_route
              ORDER BY route_code
           END-EXEC.
           EXEC SQL
              OPEN C-BUSROUTE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-BUSROUTE
                 INTO :ws-route-code, :ws-route-name, :ws-capacity,
                      :campus_code
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-ROUTE-COUNT
                 PERFORM PRINT-ROUTE-HEADING
                 PERFORM PRINT-AM-RUN
                 PERFORM PRINT-PM-RUN
                 PERFORM PRINT-ROUTE-TOTALS
                 IF WS-AM-COUNT > ws-capacity
                    PERFORM LIST-OVER-CAPACITY
                 END-IF
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-BUSROUTE
           END-EXEC.
           MOVE 0 TO SQLCODE.

       PRINT-ROUTE-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'ROUTE ' DELIMITED BY SIZE
              ws-route-code DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-route-name DELIMITED BY SIZE
              ' CAMPUS ' DELIMITED BY SIZE
              campus_code DELIMITED BY SIZE
              ' DATE ' DELIMITED BY SIZE
              ws-run-date DELIMITED BY SIZE
              ' SEATS ' DELIMITED BY SIZE
              ws-capacity DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE MANIFEST-REC FROM WS-PRINT-LINE.

       PRINT-AM-RUN.
           MOVE 0 TO WS-AM-COUNT.
           MOVE 'MORNING RUN' TO WS-PRINT-LINE.
           WRITE MANIFEST-REC FROM WS-PRINT-LINE.
           EXEC SQL
              DECLARE C-BUSAM CURSOR FOR
              SELECT t.stop_seq, t.stop_name, t.am_time,
                     s.id, s.first_name, s.last_name, s.group_number
              FROM transport_assign a, transport_stop t, students s
              WHERE a.route_code = :ws-route-code
                AND t.route_code = a.route_code
                AND t.stop_seq = a.stop_seq
                AND s.id = a.id_student
                AND EXISTS
                   (SELECT 1 FROM group_schedule g
                    WHERE g.group_number = s.group_number
                      AND g.day_of_week = :ws-day-of-week)
              ORDER BY t.stop_seq, s.last_name, s.first_name
           END-EXEC.
           EXEC SQL
              OPEN C-BUSAM
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-BUSAM
                 INTO :ws-stop-seq, :ws-stop-name, :ws-stop-time,
                      :id-student, :first-name, :last-name,
                      :group_number
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-AM-COUNT
                 ADD 1 TO WS-RIDER-COUNT
                 PERFORM PRINT-RIDER-LINE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-BUSAM
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *The afternoon run calls the stops in reverse order, the first
      *morning pick-up being the stop furthest from campus.
       PRINT-PM-RUN.
           MOVE 0 TO WS-PM-COUNT.
           MOVE 'AFTERNOON RUN' TO WS-PRINT-LINE.
           WRITE MANIFEST-REC FROM WS-PRINT-LINE.
           EXEC SQL
              DECLARE C-BUSPM CURSOR FOR
              SELECT t.stop_seq, t.stop_name, t.pm_time,
                     s.id, s.first_name, s.last_name, s.group_number
              FROM transport_assign a, transport_stop t, students s
              WHERE a.route_code = :ws-route-code
                AND t.route_code = a.route_code
                AND t.stop_seq = a.stop_seq
                AND s.id = a.id_student
                AND EXISTS
                   (SELECT 1 FROM group_schedule g
                    WHERE g.group_number = s.group_number
                      AND g.day_of_week = :ws-day-of-week)
                AND NOT EXISTS
                   (SELECT 1 FROM attendance d
                    WHERE d.id_student = s.id
                      AND d.att_date = :ws-run-date
                      AND d.att_status <> 'P')
              ORDER BY t.stop_seq DESC, s.last_name, s.first_name
           END-EXEC.
           EXEC SQL
              OPEN C-BUSPM
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-BUSPM
                 INTO :ws-stop-seq, :ws-stop-name, :ws-stop-time,
                      :id-student, :first-name, :last-name,
                      :group_number
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-PM-COUNT
                 PERFORM PRINT-RIDER-LINE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-BUSPM
           END-EXEC.
           MOVE 0 TO SQLCODE.

       PRINT-RIDER-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  ' DELIMITED BY SIZE
              ws-stop-seq DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-stop-name DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-stop-time DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              id-student DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              first-name DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              last-name DELIMITED BY SIZE
              ' GROUP ' DELIMITED BY SIZE
              group_number DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE MANIFEST-REC FROM WS-PRINT-LINE.

       PRINT-ROUTE-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'MORNING RIDERS: ' DELIMITED BY SIZE
              WS-AM-COUNT DELIMITED BY SIZE
              '  AFTERNOON RIDERS: ' DELIMITED BY SIZE
              WS-PM-COUNT DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE MANIFEST-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE MANIFEST-REC FROM WS-PRINT-LINE.

       PRINT-EXCEPTION-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'TRANSPORT EXCEPTIONS FOR ' DELIMITED BY SIZE
              ws-run-date DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE BUSEXC-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE BUSEXC-REC FROM WS-PRINT-LINE.

       LIST-OVER-CAPACITY.
           ADD 1 TO WS-EXC-COUNT.
           DISPLAY 'Route over capacity: ' ws-route-code ' riders '
              WS-AM-COUNT ' seats ' ws-capacity.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'OVER CAPACITY  ROUTE ' DELIMITED BY SIZE
              ws-route-code DELIMITED BY SIZE
              ' RIDERS ' DELIMITED BY SIZE
              WS-AM-COUNT DELIMITED BY SIZE
              ' SEATS ' DELIMITED BY SIZE
              ws-capacity DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE BUSEXC-REC FROM WS-PRINT-LINE.

       LIST-ORPHAN-ASSIGNMENTS.
           EXEC SQL
              DECLARE C-BUSORPH CURSOR FOR
              SELECT a.id_student, a.route_code, a.stop_seq
              FROM transport_assign a
              WHERE NOT EXISTS
                 (SELECT 1 FROM students s
                  WHERE s.id = a.id_student)
              ORDER BY a.route_code, a.id_student
           END-EXEC.
           EXEC SQL
              OPEN C-BUSORPH
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-BUSORPH
                 INTO :id-student, :ws-route-code, :ws-stop-seq
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-EXC-COUNT
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING 'NOT ON ROLL    ROUTE ' DELIMITED BY SIZE
                    ws-route-code DELIMITED BY SIZE
                    ' STOP ' DELIMITED BY SIZE
                    ws-stop-seq DELIMITED BY SIZE
                    ' STUDENT ' DELIMITED BY SIZE
                    id-student DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                 END-STRING
                 WRITE BUSEXC-REC FROM WS-PRINT-LINE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-BUSORPH
           END-EXEC.
           MOVE 0 TO SQLCODE.

       PRINT-EXCEPTION-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE BUSEXC-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'EXCEPTIONS: ' DELIMITED BY SIZE
              WS-EXC-COUNT DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE BUSEXC-REC FROM WS-PRINT-LINE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMBUSM' TO RUNLOG-JOB-NAME.
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
