      *Loads the front office's school transport assignments. Each
      *record puts a student on a route at a stop (A, replacing any
      *assignment the student already has, since a child rides one
      *route) or takes the student off transport (D). The route and
      *stop must be on the master PROGRAMROUTE keeps and the stop
      *must serve the city and country on the student's row, so a
      *child is never booked onto a bus that does not pass the home
      *address. PROGRAMBUSM builds the daily manifests from the
      *table. Rejects go to exceptions_log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMBUSA.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT BUS-FEED ASSIGN TO "BUSFEED"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  BUS-FEED
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  BUS-FEED-REC.
               05 BF-TRAN-CODE PIC X(1).
               05 BF-ID-STUDENT PIC 9(5).
               05 BF-ROUTE-CODE PIC X(6).
               05 BF-STOP-SEQ PIC 9(2).
               05 FILLER PIC X(66).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 id-student PIC 9(5).
           01 ws-route-code PIC X(6).
           01 ws-stop-seq PIC 9(2).
           01 city PIC X(10).
           01 country PIC X(10).
           01 ws-stop-city PIC X(10).
           01 ws-stop-country PIC X(10).
           01 v-count PIC 9(10).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  WS-FEED-STATUS                 PIC XX.
           01  WS-FEED-EOF                    PIC X(1).

       PROCEDURE DIVISION.

       DISPLAY 'ProgramBUSA: transport assignment load'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PROFILE FROM ARGUMENT-VALUE.
       IF WS-PROFILE = SPACES
          MOVE 'PROD' TO WS-PROFILE
       END-IF.
       MOVE WS-PROFILE TO SIGNON-PROFILE.
       CALL "ProgramSIGNON" USING SQLCA, SIGNON-REQUEST.

       IF SQLCODE = 0 THEN
          DISPLAY 'Connected.'
          PERFORM INIT-RUN-LOG
          PERFORM PROCESS-BUS-FEED
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

       PROCESS-BUS-FEED.
           OPEN INPUT BUS-FEED.
           IF WS-FEED-STATUS NOT = '00'
              DISPLAY 'Transport feed not available, status: '
                 WS-FEED-STATUS
              MOVE 'ABORT' TO RUNLOG-STATUS
              PERFORM WRITE-RUN-LOG
              EXEC SQL COMMIT WORK RELEASE END-EXEC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-FEED-EOF.
           PERFORM UNTIL WS-FEED-EOF = 'Y'
              READ BUS-FEED
                 AT END MOVE 'Y' TO WS-FEED-EOF
                 NOT AT END
                    ADD 1 TO RUNLOG-READ-COUNT
                    PERFORM PROCESS-BUS-RECORD
              END-READ
           END-PERFORM.
           CLOSE BUS-FEED.
           DISPLAY 'Assignments read:     ' RUNLOG-READ-COUNT.
           DISPLAY 'Assignments stored:   ' RUNLOG-INSERT-COUNT.
           DISPLAY 'Assignments removed:  ' RUNLOG-DELETE-COUNT.
           DISPLAY 'Assignments rejected: ' RUNLOG-REJECT-COUNT.

       PROCESS-BUS-RECORD.
           MOVE BF-ID-STUDENT TO id-student.
           MOVE BF-ROUTE-CODE TO ws-route-code.
           MOVE BF-STOP-SEQ TO ws-stop-seq.
           EVALUATE BF-TRAN-CODE
              WHEN 'A'
                 PERFORM ASSIGN-STUDENT
              WHEN 'D'
                 PERFORM REMOVE-STUDENT
              WHEN OTHER
                 DISPLAY 'Rejected, unknown tran code: '
                    BF-TRAN-CODE ' id ' id-student
                 PERFORM LOG-EXCEPTION-BAD-TRAN
           END-EVALUATE.

       ASSIGN-STUDENT.
           EXEC SQL
              SELECT city, country INTO :city, :country
              FROM students
              WHERE id = :id-student
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO SQLCODE
              DISPLAY 'Rejected, student not on file: ' id-student
              PERFORM LOG-EXCEPTION-NOT-FOUND
           ELSE
              EXEC SQL
                 SELECT city, country
                 INTO :ws-stop-city, :ws-stop-country
                 FROM transport_stop
                 WHERE route_code = :ws-route-code
                   AND stop_seq = :ws-stop-seq
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO SQLCODE
                 DISPLAY 'Rejected, no such route stop: '
                    ws-route-code ' stop ' ws-stop-seq
                 PERFORM LOG-EXCEPTION-NO-STOP
              ELSE
                 IF ws-stop-city NOT = city
                    OR ws-stop-country NOT = country
                    DISPLAY 'Rejected, stop does not serve home: id '
                       id-student ' ' city ' stop ' ws-stop-city
                    PERFORM LOG-EXCEPTION-WRONG-CITY
                 ELSE
                    PERFORM STORE-ASSIGNMENT
                 END-IF
              END-IF
           END-IF.

       STORE-ASSIGNMENT.
           EXEC SQL
              UPDATE transport_assign
              SET route_code = :ws-route-code,
                  stop_seq = :ws-stop-seq,
                  log_ts = CURRENT TIMESTAMP
              WHERE id_student = :id-student
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL
                 INSERT INTO transport_assign
                    (id_student, route_code, stop_seq, log_ts)
                 VALUES
                    (:id-student, :ws-route-code, :ws-stop-seq,
                     CURRENT TIMESTAMP)
              END-EXEC
           END-IF.
           ADD 1 TO RUNLOG-INSERT-COUNT.
           DISPLAY 'Assigned: id ' id-student ' route '
              ws-route-code ' stop ' ws-stop-seq.

       REMOVE-STUDENT.
           EXEC SQL
              DELETE FROM transport_assign
              WHERE id_student = :id-student
           END-EXEC.
           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO RUNLOG-DELETE-COUNT
              DISPLAY 'Removed from transport: id ' id-student
           ELSE
              MOVE 0 TO SQLCODE
              DISPLAY 'Rejected, no assignment to remove: id '
                 id-student
              PERFORM LOG-EXCEPTION-NOT-FOUND
           END-IF.

       LOG-EXCEPTION-BAD-TRAN.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'TRN-TRAN',
                  'Unknown transport feed tran code',
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
                 (:id-student, 'TRN-NOTFND',
                  'Transport for unknown student or assignment',
                  :ws-route-code,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-NO-STOP.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'TRN-NOSTOP',
                  'Route or stop not on transport master',
                  :ws-route-code,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-WRONG-CITY.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  city, country, resolved_flag, log_ts)
              VALUES
                 (:id-student, 'TRN-CITY',
                  'Stop does not serve the student home city',
                  :ws-stop-city,
                  :city, :country, 'N', CURRENT TIMESTAMP)
           END-EXEC.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMBUSA' TO RUNLOG-JOB-NAME.
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
