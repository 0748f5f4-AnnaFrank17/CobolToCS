      *Maintains the school transport route master from the transport
      *office feed. Record type R carries a route: its code, name,
      *seat capacity and campus. Record type S carries a stop on a
      *route: the stop number in running order, the stop name, the
      *city and country it serves and the morning and afternoon
      *times. A stop's country must be on country_ref and is stored
      *under its standard name, like the student rows, so stops key
      *to the same city and country values the students carry.
      *Transaction codes: A adds, C changes, D removes - a route or
      *stop with students still assigned to it cannot be removed, and
      *removing a route removes its stops. Argument 2 is the operator
      *id. Without an active grant for ROUT on operator_authority
      *every transaction of the run is rejected to exceptions_log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMROUTE.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT ROUTE-FEED ASSIGN TO "ROUTEFD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  ROUTE-FEED
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  ROUTE-FEED-REC.
               05 RT-REC-TYPE PIC X(1).
               05 RT-TRAN-CODE PIC X(1).
               05 RT-ROUTE-CODE PIC X(6).
               05 RT-ROUTE-DATA PIC X(72).
               05 RT-ROUTE-DETAIL REDEFINES RT-ROUTE-DATA.
                  10 RT-ROUTE-NAME PIC X(20).
                  10 RT-CAPACITY PIC 9(3).
                  10 RT-CAMPUS-CODE PIC X(3).
                  10 FILLER PIC X(46).
               05 RT-STOP-DETAIL REDEFINES RT-ROUTE-DATA.
                  10 RT-STOP-SEQ PIC 9(2).
                  10 RT-STOP-NAME PIC X(20).
                  10 RT-CITY PIC X(10).
                  10 RT-COUNTRY PIC X(10).
                  10 RT-AM-TIME PIC X(4).
                  10 RT-PM-TIME PIC X(4).
                  10 FILLER PIC X(22).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 ws-route-code PIC X(6).
           01 ws-route-name PIC X(20).
           01 ws-capacity PIC 9(3).
           01 campus_code PIC X(3).
           01 ws-stop-seq PIC 9(2).
           01 ws-stop-name PIC X(20).
           01 city PIC X(10).
           01 country PIC X(10).
           01 ws-am-time PIC X(4).
           01 ws-pm-time PIC X(4).
           01 ws-country-name PIC X(10).
           01 ws-tran-code PIC X(1).
           01 ws-operator-id PIC X(8).
           01 v-count PIC 9(10).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           COPY "Authority.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  WS-FEED-STATUS                 PIC XX.
           01  WS-FEED-EOF                    PIC X(1).

       PROCEDURE DIVISION.

       DISPLAY 'ProgramROUTE: transport route master maintenance'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PROFILE FROM ARGUMENT-VALUE.
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
          PERFORM PROCESS-ROUTE-FEED
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

       PROCESS-ROUTE-FEED.
           OPEN INPUT ROUTE-FEED.
           IF WS-FEED-STATUS NOT = '00'
              DISPLAY 'Route feed not available, status: '
                 WS-FEED-STATUS
              MOVE 'ABORT' TO RUNLOG-STATUS
              PERFORM WRITE-RUN-LOG
              EXEC SQL COMMIT WORK RELEASE END-EXEC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-FEED-EOF.
           PERFORM UNTIL WS-FEED-EOF = 'Y'
              READ ROUTE-FEED
                 AT END MOVE 'Y' TO WS-FEED-EOF
                 NOT AT END
                    ADD 1 TO RUNLOG-READ-COUNT
                    IF AUTH-RESULT = 'Y'
                       PERFORM PROCESS-ROUTE-RECORD
                    ELSE
                       PERFORM REJECT-NOT-AUTHORISED
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ROUTE-FEED.
           DISPLAY 'Route records read:    ' RUNLOG-READ-COUNT.
           DISPLAY 'Route records applied: ' RUNLOG-INSERT-COUNT.
           DISPLAY 'Route records removed: ' RUNLOG-DELETE-COUNT.
           DISPLAY 'Route records rejected:' RUNLOG-REJECT-COUNT.

       PROCESS-ROUTE-RECORD.
           MOVE RT-ROUTE-CODE TO ws-route-code.
           MOVE RT-TRAN-CODE TO ws-tran-code.
           MOVE 0 TO ws-stop-seq.
           EVALUATE TRUE
              WHEN RT-REC-TYPE = 'R' AND RT-TRAN-CODE = 'A'
                 PERFORM ROUTE-ADD
              WHEN RT-REC-TYPE = 'R' AND RT-TRAN-CODE = 'C'
                 PERFORM ROUTE-CHANGE
              WHEN RT-REC-TYPE = 'R' AND RT-TRAN-CODE = 'D'
                 PERFORM ROUTE-DELETE
              WHEN RT-REC-TYPE = 'S' AND RT-TRAN-CODE = 'A'
                 PERFORM STOP-ADD
              WHEN RT-REC-TYPE = 'S' AND RT-TRAN-CODE = 'C'
                 PERFORM STOP-CHANGE
              WHEN RT-REC-TYPE = 'S' AND RT-TRAN-CODE = 'D'
                 PERFORM STOP-DELETE
              WHEN OTHER
                 DISPLAY 'Rejected, unknown record or tran code: '
                    RT-REC-TYPE RT-TRAN-CODE ' route ' ws-route-code
                 PERFORM LOG-EXCEPTION-BAD-TRAN
           END-EVALUATE.

       ROUTE-ADD.
           MOVE RT-ROUTE-NAME TO ws-route-name.
           MOVE RT-CAPACITY TO ws-capacity.
           MOVE RT-CAMPUS-CODE TO campus_code.
           PERFORM CHECK-ROUTE-EXISTS.
           IF v-count > 0
              DISPLAY 'Rejected, route already on master: '
                 ws-route-code
              PERFORM LOG-EXCEPTION-DUP
           ELSE
              IF RT-CAPACITY IS NOT NUMERIC OR ws-capacity = 0
                 DISPLAY 'Rejected, no seat capacity: ' ws-route-code
                 PERFORM LOG-EXCEPTION-BAD-CAPACITY
              ELSE
                 EXEC SQL
                    INSERT INTO transport_route
                       (route_code, route_name, capacity,
                        campus_code, log_ts)
                    VALUES
                       (:ws-route-code, :ws-route-name,
                        :ws-capacity, :campus_code,
                        CURRENT TIMESTAMP)
                 END-EXEC
                 ADD 1 TO RUNLOG-INSERT-COUNT
                 DISPLAY 'Route added: ' ws-route-code ' seats '
                    ws-capacity
              END-IF
           END-IF.

       ROUTE-CHANGE.
           MOVE RT-ROUTE-NAME TO ws-route-name.
           MOVE RT-CAPACITY TO ws-capacity.
           MOVE RT-CAMPUS-CODE TO campus_code.
           IF RT-CAPACITY IS NOT NUMERIC OR ws-capacity = 0
              DISPLAY 'Rejected, no seat capacity: ' ws-route-code
              PERFORM LOG-EXCEPTION-BAD-CAPACITY
           ELSE
              EXEC SQL
                 UPDATE transport_route
                 SET route_name = :ws-route-name,
                     capacity = :ws-capacity,
                     campus_code = :campus_code,
                     log_ts = CURRENT TIMESTAMP
                 WHERE route_code = :ws-route-code
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 ADD 1 TO RUNLOG-INSERT-COUNT
                 DISPLAY 'Route changed: ' ws-route-code ' seats '
                    ws-capacity
              ELSE
                 DISPLAY 'Rejected, route not on master: '
                    ws-route-code
                 PERFORM LOG-EXCEPTION-NOT-FOUND
              END-IF
           END-IF.

       ROUTE-DELETE.
           EXEC SQL
              SELECT COUNT(*) INTO :v-count
              FROM transport_assign
              WHERE route_code = :ws-route-code
           END-EXEC.
           IF v-count > 0
              DISPLAY 'Rejected, students still on route: '
                 ws-route-code
              PERFORM LOG-EXCEPTION-IN-USE
           ELSE
              EXEC SQL
                 DELETE FROM transport_route
                 WHERE route_code = :ws-route-code
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 EXEC SQL
                    DELETE FROM transport_stop
                    WHERE route_code = :ws-route-code
                 END-EXEC
                 MOVE 0 TO SQLCODE
                 ADD 1 TO RUNLOG-DELETE-COUNT
                 DISPLAY 'Route removed: ' ws-route-code
              ELSE
                 DISPLAY 'Rejected, route not on master: '
                    ws-route-code
                 PERFORM LOG-EXCEPTION-NOT-FOUND
              END-IF
           END-IF.

       STOP-ADD.
           PERFORM CHECK-STOP-DETAILS.
           IF v-count > 0
              PERFORM CHECK-STOP-EXISTS
              IF v-count > 0
                 DISPLAY 'Rejected, stop already on route: '
                    ws-route-code ' stop ' ws-stop-seq
                 PERFORM LOG-EXCEPTION-DUP
              ELSE
                 EXEC SQL
                    INSERT INTO transport_stop
                       (route_code, stop_seq, stop_name, city,
                        country, am_time, pm_time, log_ts)
                    VALUES
                       (:ws-route-code, :ws-stop-seq, :ws-stop-name,
                        :city, :country, :ws-am-time, :ws-pm-time,
                        CURRENT TIMESTAMP)
                 END-EXEC
                 ADD 1 TO RUNLOG-INSERT-COUNT
                 DISPLAY 'Stop added: ' ws-route-code ' stop '
                    ws-stop-seq ' ' city
              END-IF
           END-IF.

       STOP-CHANGE.
           PERFORM CHECK-STOP-DETAILS.
           IF v-count > 0
              EXEC SQL
                 UPDATE transport_stop
                 SET stop_name = :ws-stop-name,
                     city = :city,
                     country = :country,
                     am_time = :ws-am-time,
                     pm_time = :ws-pm-time,
                     log_ts = CURRENT TIMESTAMP
                 WHERE route_code = :ws-route-code
                   AND stop_seq = :ws-stop-seq
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 ADD 1 TO RUNLOG-INSERT-COUNT
                 DISPLAY 'Stop changed: ' ws-route-code ' stop '
                    ws-stop-seq ' ' city
              ELSE
                 DISPLAY 'Rejected, stop not on route: '
                    ws-route-code ' stop ' ws-stop-seq
                 PERFORM LOG-EXCEPTION-NOT-FOUND
              END-IF
           END-IF.

       STOP-DELETE.
           MOVE RT-STOP-SEQ TO ws-stop-seq.
           EXEC SQL
              SELECT COUNT(*) INTO :v-count
              FROM transport_assign
              WHERE route_code = :ws-route-code
                AND stop_seq = :ws-stop-seq
           END-EXEC.
           IF v-count > 0
              DISPLAY 'Rejected, students still at stop: '
                 ws-route-code ' stop ' ws-stop-seq
              PERFORM LOG-EXCEPTION-IN-USE
           ELSE
              EXEC SQL
                 DELETE FROM transport_stop
                 WHERE route_code = :ws-route-code
                   AND stop_seq = :ws-stop-seq
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 ADD 1 TO RUNLOG-DELETE-COUNT
                 DISPLAY 'Stop removed: ' ws-route-code ' stop '
                    ws-stop-seq
              ELSE
                 DISPLAY 'Rejected, stop not on route: '
                    ws-route-code ' stop ' ws-stop-seq
                 PERFORM LOG-EXCEPTION-NOT-FOUND
              END-IF
           END-IF.

      *Leaves v-count above zero when the stop may be stored: the
      *route is on the master, the city is given and the country is
      *on country_ref, by name or ISO code.
       CHECK-STOP-DETAILS.
           MOVE RT-STOP-SEQ TO ws-stop-seq.
           MOVE RT-STOP-NAME TO ws-stop-name.
           MOVE RT-CITY TO city.
           MOVE RT-COUNTRY TO country.
           MOVE RT-AM-TIME TO ws-am-time.
           MOVE RT-PM-TIME TO ws-pm-time.
           PERFORM CHECK-ROUTE-EXISTS.
           IF v-count = 0
              DISPLAY 'Rejected, route not on master: '
                 ws-route-code
              PERFORM LOG-EXCEPTION-NOT-FOUND
           ELSE
              MOVE SPACES TO ws-country-name
              EXEC SQL
                 SELECT country_name INTO :ws-country-name
                 FROM country_ref
                 WHERE country_name = :country
                    OR iso_code = :country
              END-EXEC
              IF SQLCODE NOT = 0 OR city = SPACES
                 MOVE 0 TO SQLCODE
                 MOVE 0 TO v-count
                 DISPLAY 'Rejected, stop city or country unknown: '
                    ws-route-code ' stop ' ws-stop-seq ' ' city
                    ' ' country
                 PERFORM LOG-EXCEPTION-BAD-PLACE
              ELSE
                 MOVE ws-country-name TO country
              END-IF
           END-IF.

       CHECK-ROUTE-EXISTS.
           EXEC SQL
              SELECT COUNT(*) INTO :v-count
              FROM transport_route
              WHERE route_code = :ws-route-code
           END-EXEC.

       CHECK-STOP-EXISTS.
           EXEC SQL
              SELECT COUNT(*) INTO :v-count
              FROM transport_stop
              WHERE route_code = :ws-route-code
                AND stop_seq = :ws-stop-seq
           END-EXEC.

       LOG-EXCEPTION-BAD-TRAN.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (0, 'RTE-TRAN',
                  'Unknown route feed record or tran code',
                  :ws-route-code,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-DUP.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:ws-stop-seq, 'RTE-DUP',
                  'Route or stop already on master',
                  :ws-route-code,
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
                 (:ws-stop-seq, 'RTE-NOTFND',
                  'Route or stop not on master',
                  :ws-route-code,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-BAD-CAPACITY.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (0, 'RTE-CAPAC',
                  'Route without a seat capacity',
                  :ws-route-code,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-IN-USE.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:ws-stop-seq, 'RTE-INUSE',
                  'Delete refused, students assigned',
                  :ws-route-code,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-BAD-PLACE.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  city, country, resolved_flag, log_ts)
              VALUES
                 (:ws-stop-seq, 'RTE-PLACE',
                  'Stop city missing or country not on file',
                  :ws-route-code,
                  :city, :country, 'N', CURRENT TIMESTAMP)
           END-EXEC.

       CHECK-OPERATOR-AUTHORITY.
           MOVE ws-operator-id TO AUTH-OPERATOR-ID.
           MOVE 'ROUT' TO AUTH-FUNCTION.
           CALL "ProgramAUTH" USING SQLCA, AUTH-REQUEST.
           MOVE 0 TO SQLCODE.
           IF AUTH-RESULT NOT = 'Y'
              DISPLAY 'Operator not authorised for ROUT: '
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
                  'Operator not authorised for ROUT',
                  :ws-operator-id,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMROUTE' TO RUNLOG-JOB-NAME.
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
