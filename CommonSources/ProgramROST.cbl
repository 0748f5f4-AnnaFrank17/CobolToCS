      *Class roster report from the FILE001 extract. Records are run
      *through a SORT by class then name and printed with a control
      *break per class, so there is no in-memory student table and no
      *ceiling on enrollment volume. Each child carrying a health
      *alert (loaded by PROGRAMHLTH) is flagged under the name with
      *the alert type and the nurse's instruction. Argument 1 is the
      *database profile; if the alerts cannot be read the roster
      *still prints, headed with a warning to check with the nurse.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMROST.

          01 WS-FIRST-ROW PIC X(1) VALUE 'Y'.
          01 WS-CLASS-COUNT PIC 9(5) VALUE 0.
          01 WS-GRAND-TOTAL PIC 9(5) VALUE 0.
          01 WS-ALERT-TOTAL PIC 9(5) VALUE 0.
          01 WS-ALERT-LINES PIC 9(3).
          01 WS-PROFILE PIC X(4).
          01 WS-CONNECTED PIC X(1) VALUE 'N'.

           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.

          01 ws-alert-id PIC 9(5).
          01 ws-alert-type PIC X(8).
          01 ws-instruction PIC X(40).

           EXEC SQL END
               DECLARE SECTION
           END-EXEC.

           exec sql include sqlca end-exec.

           COPY "Signon.cpy".

       PROCEDURE DIVISION.
       DISPLAY 'ProgramROST: Class Roster Report'.
           PERFORM CONNECT-FOR-ALERTS.
           SORT SORT-WORK
              ON ASCENDING KEY SR-CLASS SR-NAME
              INPUT PROCEDURE IS RELEASE-ALL-STUDENTS
              OUTPUT PROCEDURE IS PRINT-ROSTER.
           IF WS-CONNECTED = 'Y'
              EXEC SQL COMMIT WORK RELEASE END-EXEC
           END-IF.
       STOP RUN.

       RELEASE-ALL-STUDENTS SECTION.
           END-IF.
           DISPLAY ' '.
           DISPLAY 'Grand total students: ' WS-GRAND-TOTAL.
           IF WS-CONNECTED = 'Y'
              DISPLAY 'Students with alerts: ' WS-ALERT-TOTAL
           END-IF.
           GO TO PR-EXIT.

       PRINT-STUDENT.
              END-IF
           END-IF.
           DISPLAY '   ' SR-ID ' ' SR-NAME.
           IF WS-CONNECTED = 'Y'
              PERFORM PRINT-STUDENT-ALERTS
           END-IF.
           ADD 1 TO WS-CLASS-COUNT.
           ADD 1 TO WS-GRAND-TOTAL.

       PR-EXIT.
           EXIT.

       HEALTH-ALERTS SECTION.
       CONNECT-FOR-ALERTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PROFILE FROM ARGUMENT-VALUE.
           IF WS-PROFILE = SPACES
              MOVE 'PROD' TO WS-PROFILE
           END-IF.
           MOVE WS-PROFILE TO SIGNON-PROFILE.
           CALL "ProgramSIGNON" USING SQLCA, SIGNON-REQUEST.
           IF SQLCODE = 0
              MOVE 'Y' TO WS-CONNECTED
           ELSE
              DISPLAY 'SQLCODE = ' SQLCODE
              DISPLAY '*** HEALTH ALERTS NOT AVAILABLE - '
                 'CHECK WITH THE SCHOOL NURSE ***'
           END-IF.

       PRINT-STUDENT-ALERTS.
           MOVE SR-ID TO ws-alert-id.
           MOVE 0 TO WS-ALERT-LINES.
           EXEC SQL
              DECLARE C-ROSTALERT CURSOR FOR
              SELECT alert_type, instruction
              FROM health_alert
              WHERE id_student = :ws-alert-id
              ORDER BY alert_type
           END-EXEC.
           EXEC SQL
              OPEN C-ROSTALERT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ROSTALERT
                 INTO :ws-alert-type, :ws-instruction
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-ALERT-LINES
                 DISPLAY '         ** HEALTH ALERT ' ws-alert-type
                    ' ' ws-instruction
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ROSTALERT
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-ALERT-LINES > 0
              ADD 1 TO WS-ALERT-TOTAL
           END-IF.
