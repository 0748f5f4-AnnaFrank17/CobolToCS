      *can compare capacity to group headcount. Transaction codes:
      *A adds a room, C changes the seat count, D removes a room not
      *referenced by any schedule row. Rejects go to exceptions_log.
      *Argument 2 is the operator id. Without an active grant for
      *ROOM on operator_authority every transaction of the run is
      *rejected to exceptions_log. Every applied add, change and
      *removal is written to audit_log with the seat count before
      *and after and the operator id.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMROOM.

           01 ws-room-code PIC X(6).
           01 ws-seat-count PIC 9(3).
           01 ws-tran-code PIC X(1).
           01 ws-operator-id PIC X(8).
           01 ws-old-seats PIC 9(3).
           01 WS-FIELD-NAME PIC X(12).
           01 WS-OLD-VALUE PIC X(30).
           01 WS-NEW-VALUE PIC X(30).
           01 WS-AUDIT-OP PIC X(10).
           01 v-count PIC 9(10).

           EXEC SQL END

           COPY "JobRunLog.cpy".

           COPY "Authority.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

       IF WS-PROFILE = SPACES
          MOVE 'PROD' TO WS-PROFILE
       END-IF.

       DISPLAY 2 UPON ARGUMENT-NUMBER.
       ACCEPT ws-operator-id FROM ARGUMENT-VALUE.
       MOVE WS-PROFILE TO SIGNON-PROFILE.
       CALL "ProgramSIGNON" USING SQLCA, SIGNON-REQUEST.

       IF SQLCODE = 0 THEN
          DISPLAY 'Connected.'
          PERFORM INIT-RUN-LOG
          PERFORM CHECK-OPERATOR-AUTHORITY
          PERFORM PROCESS-ROOM-FEED
          MOVE 'OK' TO RUNLOG-STATUS
          PERFORM WRITE-RUN-LOG
                 AT END MOVE 'Y' TO WS-FEED-EOF
                 NOT AT END
                    ADD 1 TO RUNLOG-READ-COUNT
                    IF AUTH-RESULT = 'Y'
                       PERFORM PROCESS-ROOM-RECORD
                    ELSE
                       PERFORM REJECT-NOT-AUTHORISED
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ROOM-FEED.
                        CURRENT TIMESTAMP)
                 END-EXEC
                 ADD 1 TO RUNLOG-INSERT-COUNT
                 MOVE 'ROOM-ADD' TO WS-AUDIT-OP
                 MOVE SPACES TO WS-OLD-VALUE
                 MOVE ws-seat-count TO WS-NEW-VALUE
                 PERFORM LOG-ROOM-AUDIT
                 DISPLAY 'Room added: ' ws-room-code ' seats '
                    ws-seat-count
              END-IF
              DISPLAY 'Rejected, zero seat count: ' ws-room-code
              PERFORM LOG-EXCEPTION-BAD-SEATS
           ELSE
              PERFORM GET-OLD-SEATS
              EXEC SQL
                 UPDATE rooms
                 SET seat_count = :ws-seat-count
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 ADD 1 TO RUNLOG-INSERT-COUNT
                 MOVE 'ROOM-CHG' TO WS-AUDIT-OP
                 MOVE ws-old-seats TO WS-OLD-VALUE
                 MOVE ws-seat-count TO WS-NEW-VALUE
                 PERFORM LOG-ROOM-AUDIT
                 DISPLAY 'Room changed: ' ws-room-code ' seats '
                    ws-seat-count
              ELSE
                 ws-room-code
              PERFORM LOG-EXCEPTION-IN-USE
           ELSE
              PERFORM GET-OLD-SEATS
              EXEC SQL
                 DELETE FROM rooms
                 WHERE room_code = :ws-room-code
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 ADD 1 TO RUNLOG-DELETE-COUNT
                 MOVE 'ROOM-DEL' TO WS-AUDIT-OP
                 MOVE ws-old-seats TO WS-OLD-VALUE
                 MOVE SPACES TO WS-NEW-VALUE
                 PERFORM LOG-ROOM-AUDIT
                 DISPLAY 'Room removed: ' ws-room-code
              ELSE
                 DISPLAY 'Rejected, room not on master: '
              WHERE room_code = :ws-room-code
           END-EXEC.

       GET-OLD-SEATS.
           MOVE 0 TO ws-old-seats.
           EXEC SQL
              SELECT seat_count INTO :ws-old-seats
              FROM rooms
              WHERE room_code = :ws-room-code
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO ws-old-seats
              MOVE 0 TO SQLCODE
           END-IF.

      *Reference-table changes ride the student audit trail with a
      *zero student id; the room lands in the field name column.
       LOG-ROOM-AUDIT.
           MOVE SPACES TO WS-FIELD-NAME.
           STRING 'ROOM ' DELIMITED BY SIZE
              ws-room-code DELIMITED BY SIZE
              INTO WS-FIELD-NAME
           END-STRING.
           EXEC SQL
              INSERT INTO audit_log
                 (id_student, operation, field_name,
                  old_value, new_value, operator_id, log_ts)
              VALUES
                 (0, :WS-AUDIT-OP, :WS-FIELD-NAME,
                  :WS-OLD-VALUE, :WS-NEW-VALUE, :ws-operator-id,
                  CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-BAD-TRAN.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       CHECK-OPERATOR-AUTHORITY.
           MOVE ws-operator-id TO AUTH-OPERATOR-ID.
           MOVE 'ROOM' TO AUTH-FUNCTION.
           CALL "ProgramAUTH" USING SQLCA, AUTH-REQUEST.
           MOVE 0 TO SQLCODE.
           IF AUTH-RESULT NOT = 'Y'
              DISPLAY 'Operator not authorised for ROOM: '
                 ws-operator-id
           END-IF.

       REJECT-NOT-AUTHORISED.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (0, 'OPR-AUTH',
                  'Operator not authorised for ROOM',
                  :ws-operator-id,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMROOM' TO RUNLOG-JOB-NAME.
