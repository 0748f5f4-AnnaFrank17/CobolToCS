      *Next-year seat planning forecast by class and campus for the
      *registrar's spring review. The roll is taken from the FILE001
      *extract as PROGRAMROLL would move it: every active student
      *goes up a class except those PROGRAMSTAND has marked retain
      *for the term in progress, and the top class leaves as this
      *year's graduations. Waitlisted students are counted in the
      *class of the group they asked for and move up with it. The
      *entry class is filled by the intake in argument 1, places
      *per campus (this year's entry class size when not given).
      *Each campus's projection is then adjusted by its net adds
      *less withdrawals over the past year on stats_history, as a
      *share of its headcount, scaled by the trend percentage in
      *argument 2 (100 when not given) - so the run can be repeated
      *with different intake assumptions. Seats per class and campus
      *are the max_capacity of the groups that class uses this
      *year at that campus; the groups are taken to stay with their
      *class. The report FCSTRPT shows the projected shortfall or
      *surplus of seats per class and campus, the extra groups a
      *shortfall needs at the class's usual group size and a room
      *for each from the rooms master not yet on group_schedule.
      *Argument 3 is the profile. Read only - nothing is updated.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMFCST.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT STUDENT ASSIGN TO "FILE001"
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS STUDENT-ID
             FILE STATUS IS FS.
           SELECT FCST-FILE ASSIGN TO "FCSTRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FCST-STATUS.

       DATA DIVISION.
       FILE SECTION.
          FD STUDENT.
          COPY "StudentFile.cpy".

           FD  FCST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  FCST-REC                    PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 id-student PIC 9(5).
           01 group_number PIC 9(5).
           01 campus_code PIC X(3).
           01 ws-max-capacity PIC 9(3).
           01 ws-wait-count PIC 9(5).
           01 ws-adds PIC 9(7).
           01 ws-withdrawals PIC 9(7).
           01 ws-room-code PIC X(6).
           01 ws-seat-count PIC 9(3).
           01 ws-run-date PIC X(8).
           01 ws-year-ago PIC X(8).
           01 ws-term-start PIC X(8).
           01 ws-decision PIC X(1).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  FS                             PIC XX.
           01  WS-FCST-STATUS                 PIC XX.
           01  WS-EOF                         PIC X(1).
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-TODAY                       PIC 9(8).
           01  WS-YEAR-AGO-NUM                PIC 9(8).
           01  WS-TERM-FOUND                  PIC X(1).
           01  WS-IS-RETAINED                 PIC X(1).
           01  WS-INTAKE-ARG                  PIC X(4).
           01  WS-INTAKE                      PIC 9(4).
           01  WS-INTAKE-SET                  PIC X(1).
           01  WS-TREND-ARG                   PIC X(3).
           01  WS-TREND-PCT                   PIC 9(3).
           01  WS-ENTRY-CLASS                 PIC X(3) VALUE '1  '.
           01  WS-FINAL-CLASS                 PIC X(3) VALUE '12 '.
           01  WS-STD-GROUP-SIZE              PIC 9(3) VALUE 25.

      *One entry per class and campus on the roll, plus the classes
      *the roll moves into next year.
           01  WS-CELL-COUNT                  PIC 9(3) VALUE 0.
           01  WS-CELL-TABLE.
               05  WS-CELL OCCURS 200 TIMES.
                   10  WS-CELL-CLASS          PIC X(3).
                   10  WS-CELL-CAMPUS         PIC X(3).
                   10  WS-CELL-NOW            PIC 9(5).
                   10  WS-CELL-RETAIN         PIC 9(5).
                   10  WS-CELL-WAIT           PIC 9(5).
                   10  WS-CELL-SEATS          PIC 9(5).
                   10  WS-CELL-GROUPS         PIC 9(3).

      *Groups in use this year with the class and campus of the
      *first member read.
           01  WS-GROUP-COUNT                 PIC 9(3) VALUE 0.
           01  WS-GROUP-TABLE.
               05  WS-GRP OCCURS 500 TIMES.
                   10  WS-GRP-NUMBER          PIC 9(5).
                   10  WS-GRP-CLASS           PIC X(3).
                   10  WS-GRP-CAMPUS          PIC X(3).

           01  WS-CAMPUS-COUNT                PIC 9(3) VALUE 0.
           01  WS-CAMPUS-TABLE.
               05  WS-CMP OCCURS 50 TIMES.
                   10  WS-CMP-CODE            PIC X(3).
                   10  WS-CMP-HEADCOUNT       PIC 9(5).
                   10  WS-CMP-ADDS            PIC 9(7).
                   10  WS-CMP-WDRAW           PIC 9(7).

      *Rooms on the master no group is timetabled in, largest first.
           01  WS-ROOM-COUNT                  PIC 9(3) VALUE 0.
           01  WS-ROOM-NEXT                   PIC 9(3) VALUE 1.
           01  WS-ROOM-TABLE.
               05  WS-RM OCCURS 200 TIMES.
                   10  WS-RM-CODE             PIC X(6).
                   10  WS-RM-SEATS            PIC 9(3).

           01  I                              PIC 9(3).
           01  J                              PIC 9(3).
           01  K                              PIC 9(3).
           01  WS-FOUND                       PIC X(1).
           01  WS-FIND-CLASS                  PIC X(3).
           01  WS-FIND-CAMPUS                 PIC X(3).
           01  WS-CLASS-NUM                   PIC 9(2).
           01  WS-CLASS-DISP                  PIC Z9.
           01  WS-OTHER-CLASS                 PIC X(3).
           01  WS-BASE                        PIC S9(7).
           01  WS-PROJECTED                   PIC S9(7).
           01  WS-DIFF                        PIC S9(7).
           01  WS-GROUP-SIZE                  PIC 9(3).
           01  WS-GROUPS-NEEDED               PIC 9(3).
           01  WS-REMAINDER                   PIC 9(3).
           01  WS-ED-NOW                      PIC ZZZZ9.
           01  WS-ED-PROJ                     PIC ZZZZ9.
           01  WS-ED-SEATS                    PIC ZZZZ9.
           01  WS-ED-GROUPS                   PIC ZZ9.
           01  WS-ED-DIFF                     PIC -ZZZZ9.
           01  WS-ED-NEEDED                   PIC ZZ9.
           01  WS-GRADUATIONS                 PIC 9(7) VALUE 0.
           01  WS-WAITING                     PIC 9(7) VALUE 0.
           01  WS-WAIT-UNPLACED               PIC 9(7) VALUE 0.
           01  WS-TOTAL-SHORT                 PIC 9(7) VALUE 0.
           01  WS-TOTAL-SURPLUS               PIC 9(7) VALUE 0.
           01  WS-TOTAL-GROUPS                PIC 9(5) VALUE 0.
           01  WS-ROOMS-MISSING               PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramFCST: next-year seat planning forecast'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-INTAKE-ARG FROM ARGUMENT-VALUE.
       IF WS-INTAKE-ARG = SPACES
          MOVE 'N' TO WS-INTAKE-SET
          MOVE 0 TO WS-INTAKE
       ELSE
          MOVE 'Y' TO WS-INTAKE-SET
          MOVE FUNCTION NUMVAL(WS-INTAKE-ARG) TO WS-INTAKE
       END-IF.

       DISPLAY 2 UPON ARGUMENT-NUMBER.
       ACCEPT WS-TREND-ARG FROM ARGUMENT-VALUE.
       IF WS-TREND-ARG = SPACES
          MOVE 100 TO WS-TREND-PCT
       ELSE
          MOVE FUNCTION NUMVAL(WS-TREND-ARG) TO WS-TREND-PCT
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
          PERFORM FIND-TERM-IN-PROGRESS
          PERFORM LOAD-CURRENT-ROLL
          PERFORM LOAD-GROUP-SEATS
          PERFORM LOAD-WAITLIST
          PERFORM LOAD-CAMPUS-TRENDS
          PERFORM LOAD-FREE-ROOMS
          PERFORM ADD-NEXT-YEAR-CELLS
          OPEN OUTPUT FCST-FILE
          PERFORM PRINT-REPORT-HEADING
          PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CELL-COUNT
             PERFORM FORECAST-ONE-CELL
          END-PERFORM
          PERFORM PRINT-REPORT-TOTALS
          CLOSE FCST-FILE
          DISPLAY 'Classes and campuses forecast: ' WS-CELL-COUNT
          DISPLAY 'Seats short:                   ' WS-TOTAL-SHORT
          DISPLAY 'Extra groups needed:           ' WS-TOTAL-GROUPS
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

      *The retain list belongs to the term in progress, as in the
      *rollover itself; the trend window is the year to today.
       FIND-TERM-IN-PROGRESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO ws-run-date.
           COMPUTE WS-YEAR-AGO-NUM = WS-TODAY - 10000.
           MOVE WS-YEAR-AGO-NUM TO ws-year-ago.
           MOVE 'Y' TO WS-TERM-FOUND.
           EXEC SQL
              SELECT start_date INTO :ws-term-start
              FROM term_master
              WHERE start_date <= :ws-run-date
                AND end_date >= :ws-run-date
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-TERM-FOUND
              MOVE 0 TO SQLCODE
              DISPLAY 'No term in progress - no retain list applies'
           END-IF.

       LOAD-CURRENT-ROLL.
           OPEN INPUT STUDENT.
           IF FS NOT = '00'
              DISPLAY 'FILE001 not available, status: ' FS
              MOVE 'ABORT' TO RUNLOG-STATUS
              PERFORM WRITE-RUN-LOG
              EXEC SQL COMMIT WORK RELEASE END-EXEC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO STUDENT-ID.
           START STUDENT KEY IS NOT LESS THAN STUDENT-ID
              INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ STUDENT NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO RUNLOG-READ-COUNT
                    IF STATUS-CODE = 'A' AND CLASS1 NOT = SPACES
                       PERFORM TALLY-ONE-STUDENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STUDENT.

       TALLY-ONE-STUDENT.
           PERFORM CHECK-RETAINED.
           MOVE CLASS1 TO WS-FIND-CLASS.
           MOVE CAMPUS-CODE TO WS-FIND-CAMPUS.
           PERFORM FIND-OR-ADD-CELL.
           IF WS-FOUND = 'Y'
              ADD 1 TO WS-CELL-NOW(J)
              IF WS-IS-RETAINED = 'Y'
                 ADD 1 TO WS-CELL-RETAIN(J)
              END-IF
           END-IF.
           PERFORM FIND-OR-ADD-CAMPUS.
           IF WS-FOUND = 'Y'
              ADD 1 TO WS-CMP-HEADCOUNT(K)
           END-IF.
           MOVE STUDENT-ID TO id-student.
           EXEC SQL
              SELECT group_number INTO :group_number
              FROM students
              WHERE id = :id-student
           END-EXEC.
           IF SQLCODE = 0
              PERFORM FIND-GROUP
              IF WS-FOUND = 'N' AND WS-GROUP-COUNT < 500
                 ADD 1 TO WS-GROUP-COUNT
                 MOVE group_number TO WS-GRP-NUMBER(WS-GROUP-COUNT)
                 MOVE CLASS1 TO WS-GRP-CLASS(WS-GROUP-COUNT)
                 MOVE CAMPUS-CODE TO WS-GRP-CAMPUS(WS-GROUP-COUNT)
              END-IF
           END-IF.
           MOVE 0 TO SQLCODE.

       CHECK-RETAINED.
           MOVE 'N' TO WS-IS-RETAINED.
           IF WS-TERM-FOUND = 'Y'
              MOVE STUDENT-ID TO id-student
              EXEC SQL
                 SELECT decision INTO :ws-decision
                 FROM academic_standing
                 WHERE id_student = :id-student
                   AND term_start = :ws-term-start
              END-EXEC
              IF SQLCODE = 0 AND ws-decision = 'R'
                 MOVE 'Y' TO WS-IS-RETAINED
              END-IF
              MOVE 0 TO SQLCODE
           END-IF.

      *Leaves J on the class and campus in WS-FIND-CLASS and
      *WS-FIND-CAMPUS, adding the entry when it is new.
       FIND-OR-ADD-CELL.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-CELL-COUNT OR WS-FOUND = 'Y'
              IF WS-CELL-CLASS(J) = WS-FIND-CLASS
                 AND WS-CELL-CAMPUS(J) = WS-FIND-CAMPUS
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
              SUBTRACT 1 FROM J
           ELSE
              IF WS-CELL-COUNT < 200
                 ADD 1 TO WS-CELL-COUNT
                 MOVE WS-CELL-COUNT TO J
                 MOVE WS-FIND-CLASS TO WS-CELL-CLASS(J)
                 MOVE WS-FIND-CAMPUS TO WS-CELL-CAMPUS(J)
                 MOVE 0 TO WS-CELL-NOW(J) WS-CELL-RETAIN(J)
                    WS-CELL-WAIT(J) WS-CELL-SEATS(J)
                    WS-CELL-GROUPS(J)
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-IF.

      *As FIND-OR-ADD-CELL, without adding: WS-FOUND 'N' when the
      *class has no entry at the campus.
       FIND-CELL.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-CELL-COUNT OR WS-FOUND = 'Y'
              IF WS-CELL-CLASS(J) = WS-FIND-CLASS
                 AND WS-CELL-CAMPUS(J) = WS-FIND-CAMPUS
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
              SUBTRACT 1 FROM J
           END-IF.

       FIND-OR-ADD-CAMPUS.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING K FROM 1 BY 1
              UNTIL K > WS-CAMPUS-COUNT OR WS-FOUND = 'Y'
              IF WS-CMP-CODE(K) = WS-FIND-CAMPUS
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
              SUBTRACT 1 FROM K
           ELSE
              IF WS-CAMPUS-COUNT < 50
                 ADD 1 TO WS-CAMPUS-COUNT
                 MOVE WS-CAMPUS-COUNT TO K
                 MOVE WS-FIND-CAMPUS TO WS-CMP-CODE(K)
                 MOVE 0 TO WS-CMP-HEADCOUNT(K) WS-CMP-ADDS(K)
                    WS-CMP-WDRAW(K)
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-IF.

       FIND-GROUP.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING K FROM 1 BY 1
              UNTIL K > WS-GROUP-COUNT OR WS-FOUND = 'Y'
              IF WS-GRP-NUMBER(K) = group_number
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
              SUBTRACT 1 FROM K
           END-IF.

      *Each group's seats count once, in the class and campus it
      *serves this year.
       LOAD-GROUP-SEATS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GROUP-COUNT
              MOVE WS-GRP-NUMBER(I) TO group_number
              EXEC SQL
                 SELECT max_capacity INTO :ws-max-capacity
                 FROM groups
                 WHERE group_number = :group_number
              END-EXEC
              IF SQLCODE = 0
                 MOVE WS-GRP-CLASS(I) TO WS-FIND-CLASS
                 MOVE WS-GRP-CAMPUS(I) TO WS-FIND-CAMPUS
                 PERFORM FIND-CELL
                 IF WS-FOUND = 'Y'
                    ADD ws-max-capacity TO WS-CELL-SEATS(J)
                    ADD 1 TO WS-CELL-GROUPS(J)
                 END-IF
              ELSE
                 DISPLAY 'Group not on groups table: ' group_number
              END-IF
              MOVE 0 TO SQLCODE
           END-PERFORM.

      *A waitlisted student counts in the class of the group asked
      *for, at the campus on the waitlist row; a group no student
      *sits in yet has no class and is reported as unplaced.
       LOAD-WAITLIST.
           EXEC SQL
              DECLARE C-FCSTWAIT CURSOR FOR
              SELECT group_number, campus_code, COUNT(*)
              FROM waitlist
              GROUP BY group_number, campus_code
              ORDER BY group_number, campus_code
           END-EXEC.
           EXEC SQL
              OPEN C-FCSTWAIT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-FCSTWAIT
                 INTO :group_number, :campus_code, :ws-wait-count
              END-EXEC
              IF SQLCODE = 0
                 ADD ws-wait-count TO WS-WAITING
                 PERFORM FIND-GROUP
                 IF WS-FOUND = 'Y'
                    MOVE WS-GRP-CLASS(K) TO WS-FIND-CLASS
                    MOVE campus_code TO WS-FIND-CAMPUS
                    PERFORM FIND-OR-ADD-CELL
                 END-IF
                 IF WS-FOUND = 'Y'
                    ADD ws-wait-count TO WS-CELL-WAIT(J)
                 ELSE
                    ADD ws-wait-count TO WS-WAIT-UNPLACED
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-FCSTWAIT
           END-EXEC.
           MOVE 0 TO SQLCODE.

       LOAD-CAMPUS-TRENDS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CAMPUS-COUNT
              MOVE WS-CMP-CODE(K) TO campus_code
              EXEC SQL
                 SELECT COALESCE(SUM(adds), 0),
                        COALESCE(SUM(withdrawals), 0)
                 INTO :ws-adds, :ws-withdrawals
                 FROM stats_history
                 WHERE campus_code = :campus_code
                   AND run_date > :ws-year-ago
                   AND run_date <= :ws-run-date
              END-EXEC
              IF SQLCODE = 0
                 MOVE ws-adds TO WS-CMP-ADDS(K)
                 MOVE ws-withdrawals TO WS-CMP-WDRAW(K)
              END-IF
              MOVE 0 TO SQLCODE
           END-PERFORM.

       LOAD-FREE-ROOMS.
           EXEC SQL
              DECLARE C-FCSTROOM CURSOR FOR
              SELECT r.room_code, r.seat_count
              FROM rooms r
              WHERE NOT EXISTS
                 (SELECT 1 FROM group_schedule g
                  WHERE g.room_code = r.room_code)
              ORDER BY r.seat_count DESC, r.room_code
           END-EXEC.
           EXEC SQL
              OPEN C-FCSTROOM
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-FCSTROOM
                 INTO :ws-room-code, :ws-seat-count
              END-EXEC
              IF SQLCODE = 0 AND WS-ROOM-COUNT < 200
                 ADD 1 TO WS-ROOM-COUNT
                 MOVE ws-room-code TO WS-RM-CODE(WS-ROOM-COUNT)
                 MOVE ws-seat-count TO WS-RM-SEATS(WS-ROOM-COUNT)
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-FCSTROOM
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *The roll moves into the next class up at the same campus and
      *every campus takes an entry class, so those entries are made
      *even where no student sits in them this year.
       ADD-NEXT-YEAR-CELLS.
           MOVE WS-CELL-COUNT TO K.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > K
              IF WS-CELL-CLASS(I) NOT = WS-FINAL-CLASS
                 MOVE WS-CELL-CLASS(I) TO WS-OTHER-CLASS
                 PERFORM COMPUTE-NEXT-CLASS
                 MOVE WS-OTHER-CLASS TO WS-FIND-CLASS
                 MOVE WS-CELL-CAMPUS(I) TO WS-FIND-CAMPUS
                 PERFORM FIND-OR-ADD-CELL
              END-IF
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CAMPUS-COUNT
              MOVE WS-ENTRY-CLASS TO WS-FIND-CLASS
              MOVE WS-CMP-CODE(I) TO WS-FIND-CAMPUS
              PERFORM FIND-OR-ADD-CELL
           END-PERFORM.

       COMPUTE-NEXT-CLASS.
           MOVE FUNCTION NUMVAL(WS-OTHER-CLASS) TO WS-CLASS-NUM.
           ADD 1 TO WS-CLASS-NUM.
           MOVE WS-CLASS-NUM TO WS-CLASS-DISP.
           MOVE SPACES TO WS-OTHER-CLASS.
           MOVE FUNCTION TRIM(WS-CLASS-DISP) TO WS-OTHER-CLASS.

       COMPUTE-PRIOR-CLASS.
           MOVE FUNCTION NUMVAL(WS-OTHER-CLASS) TO WS-CLASS-NUM.
           SUBTRACT 1 FROM WS-CLASS-NUM.
           MOVE WS-CLASS-NUM TO WS-CLASS-DISP.
           MOVE SPACES TO WS-OTHER-CLASS.
           MOVE FUNCTION TRIM(WS-CLASS-DISP) TO WS-OTHER-CLASS.

      *Next year's class is this year's class below it, less those
      *kept down, plus those kept down in the class itself; the
      *entry class takes the intake instead.
       FORECAST-ONE-CELL.
           IF WS-CELL-CLASS(I) = WS-FINAL-CLASS
              COMPUTE WS-GRADUATIONS = WS-GRADUATIONS
                 + WS-CELL-NOW(I) - WS-CELL-RETAIN(I)
           END-IF.
           IF WS-CELL-CLASS(I) = WS-ENTRY-CLASS
              IF WS-INTAKE-SET = 'Y'
                 COMPUTE WS-BASE = WS-INTAKE + WS-CELL-RETAIN(I)
              ELSE
                 COMPUTE WS-BASE = WS-CELL-NOW(I)
              END-IF
           ELSE
              MOVE WS-CELL-CLASS(I) TO WS-OTHER-CLASS
              PERFORM COMPUTE-PRIOR-CLASS
              MOVE WS-OTHER-CLASS TO WS-FIND-CLASS
              MOVE WS-CELL-CAMPUS(I) TO WS-FIND-CAMPUS
              PERFORM FIND-CELL
              IF WS-FOUND = 'Y'
                 COMPUTE WS-BASE = WS-CELL-NOW(J) + WS-CELL-WAIT(J)
                    - WS-CELL-RETAIN(J) + WS-CELL-RETAIN(I)
              ELSE
                 MOVE WS-CELL-RETAIN(I) TO WS-BASE
              END-IF
           END-IF.
           PERFORM APPLY-CAMPUS-TREND.
           COMPUTE WS-DIFF = WS-CELL-SEATS(I) - WS-PROJECTED.
           MOVE 0 TO WS-GROUPS-NEEDED.
           IF WS-DIFF < 0
              COMPUTE WS-TOTAL-SHORT = WS-TOTAL-SHORT - WS-DIFF
              PERFORM COMPUTE-GROUPS-NEEDED
           ELSE
              ADD WS-DIFF TO WS-TOTAL-SURPLUS
           END-IF.
           PERFORM PRINT-CELL-LINE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-GROUPS-NEEDED
              PERFORM PRINT-ROOM-FOR-GROUP
           END-PERFORM.

       APPLY-CAMPUS-TREND.
           MOVE WS-BASE TO WS-PROJECTED.
           MOVE WS-CELL-CAMPUS(I) TO WS-FIND-CAMPUS.
           PERFORM VARYING K FROM 1 BY 1
              UNTIL K > WS-CAMPUS-COUNT
                 OR WS-CMP-CODE(K) = WS-FIND-CAMPUS
              CONTINUE
           END-PERFORM.
           IF K NOT > WS-CAMPUS-COUNT
              IF WS-CMP-HEADCOUNT(K) > 0
                 COMPUTE WS-PROJECTED ROUNDED = WS-BASE
                    + WS-BASE * (WS-CMP-ADDS(K) - WS-CMP-WDRAW(K))
                    * WS-TREND-PCT / (100 * WS-CMP-HEADCOUNT(K))
              END-IF
           END-IF.
           IF WS-PROJECTED < 0
              MOVE 0 TO WS-PROJECTED
           END-IF.

      *A shortfall is met in groups of the size the class uses now,
      *or the standard size where it has no group yet.
       COMPUTE-GROUPS-NEEDED.
           IF WS-CELL-GROUPS(I) > 0
              DIVIDE WS-CELL-SEATS(I) BY WS-CELL-GROUPS(I)
                 GIVING WS-GROUP-SIZE
           ELSE
              MOVE WS-STD-GROUP-SIZE TO WS-GROUP-SIZE
           END-IF.
           IF WS-GROUP-SIZE = 0
              MOVE WS-STD-GROUP-SIZE TO WS-GROUP-SIZE
           END-IF.
           COMPUTE WS-GROUPS-NEEDED = (0 - WS-DIFF) / WS-GROUP-SIZE.
           COMPUTE WS-REMAINDER = (0 - WS-DIFF)
              - WS-GROUPS-NEEDED * WS-GROUP-SIZE.
           IF WS-REMAINDER > 0
              ADD 1 TO WS-GROUPS-NEEDED
           END-IF.
           ADD WS-GROUPS-NEEDED TO WS-TOTAL-GROUPS.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'SEAT PLANNING FORECAST FOR NEXT YEAR, RUN '
              DELIMITED BY SIZE
              ws-run-date DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-INTAKE-SET = 'Y'
              STRING 'ENTRY INTAKE PER CAMPUS ' DELIMITED BY SIZE
                 WS-INTAKE DELIMITED BY SIZE
                 '  TREND ' DELIMITED BY SIZE
                 WS-TREND-PCT DELIMITED BY SIZE
                 '%' DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
              END-STRING
           ELSE
              STRING 'ENTRY INTAKE AS THIS YEAR' DELIMITED BY SIZE
                 '  TREND ' DELIMITED BY SIZE
                 WS-TREND-PCT DELIMITED BY SIZE
                 '%' DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
              END-STRING
           END-IF.
           WRITE FCST-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE FCST-REC FROM WS-PRINT-LINE.
           MOVE 'CLASS CAMPUS   NOW  NEXT SEATS GROUPS SHORT(-)/SPARE'
              TO WS-PRINT-LINE.
           MOVE 'EXTRA GROUPS' TO WS-PRINT-LINE(55:12).
           WRITE FCST-REC FROM WS-PRINT-LINE.

       PRINT-CELL-LINE.
           MOVE WS-CELL-NOW(I) TO WS-ED-NOW.
           MOVE WS-PROJECTED TO WS-ED-PROJ.
           MOVE WS-CELL-SEATS(I) TO WS-ED-SEATS.
           MOVE WS-CELL-GROUPS(I) TO WS-ED-GROUPS.
           MOVE WS-DIFF TO WS-ED-DIFF.
           MOVE WS-GROUPS-NEEDED TO WS-ED-NEEDED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-CELL-CLASS(I) DELIMITED BY SIZE
              '   ' DELIMITED BY SIZE
              WS-CELL-CAMPUS(I) DELIMITED BY SIZE
              '    ' DELIMITED BY SIZE
              WS-ED-NOW DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-ED-PROJ DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-ED-SEATS DELIMITED BY SIZE
              '    ' DELIMITED BY SIZE
              WS-ED-GROUPS DELIMITED BY SIZE
              '       ' DELIMITED BY SIZE
              WS-ED-DIFF DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           IF WS-GROUPS-NEEDED > 0
              MOVE WS-ED-NEEDED TO WS-PRINT-LINE(55:3)
           END-IF.
           WRITE FCST-REC FROM WS-PRINT-LINE.

      *Free rooms are handed out largest first across the whole
      *forecast until none are left.
       PRINT-ROOM-FOR-GROUP.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-ROOM-NEXT > WS-ROOM-COUNT
              ADD 1 TO WS-ROOMS-MISSING
              MOVE '      EXTRA GROUP - NO FREE ROOM ON THE MASTER'
                 TO WS-PRINT-LINE
           ELSE
              STRING '      EXTRA GROUP - ROOM ' DELIMITED BY SIZE
                 WS-RM-CODE(WS-ROOM-NEXT) DELIMITED BY SIZE
                 ' SEATS ' DELIMITED BY SIZE
                 WS-RM-SEATS(WS-ROOM-NEXT) DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
              END-STRING
              ADD 1 TO WS-ROOM-NEXT
           END-IF.
           WRITE FCST-REC FROM WS-PRINT-LINE.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE FCST-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'GRADUATING: ' DELIMITED BY SIZE
              WS-GRADUATIONS DELIMITED BY SIZE
              '  WAITLISTED: ' DELIMITED BY SIZE
              WS-WAITING DELIMITED BY SIZE
              '  NO CLASS: ' DELIMITED BY SIZE
              WS-WAIT-UNPLACED DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'SEATS SHORT: ' DELIMITED BY SIZE
              WS-TOTAL-SHORT DELIMITED BY SIZE
              '  SEATS SPARE: ' DELIMITED BY SIZE
              WS-TOTAL-SURPLUS DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'EXTRA GROUPS: ' DELIMITED BY SIZE
              WS-TOTAL-GROUPS DELIMITED BY SIZE
              '  FREE ROOMS: ' DELIMITED BY SIZE
              WS-ROOM-COUNT DELIMITED BY SIZE
              '  ROOMS STILL NEEDED: ' DELIMITED BY SIZE
              WS-ROOMS-MISSING DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REC FROM WS-PRINT-LINE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMFCST' TO RUNLOG-JOB-NAME.
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
