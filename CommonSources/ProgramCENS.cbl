      *Census-day enrollment return for the education authority. The
      *census date is held on term_master; argument 1 names the term
      *(by default the latest term whose census date has passed). The
      *first run on or after the census date freezes a snapshot of
      *every student - campus and country from students, class and
      *status from FILE001 - into census_snapshot, with the student
      *count and id hash total on census_control. A snapshot taken
      *after the census date itself raises a warning so the operator
      *knows late corrections may be in it. The fixed-format return
      *CENSRET (header, one detail per campus/class/country/status,
      *trailer with control totals) is always built from the snapshot,
      *so a rerun reproduces the same file; it is registered in the
      *transmission manifest. CENSVAR compares the snapshot with today:
      *students who have left, students who have joined, and students
      *whose campus, country, class or status has changed since.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMCENS.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT STUDENT ASSIGN TO "FILE001"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS STUDENT-ID
              FILE STATUS IS FS.

           SELECT RETURN-FILE ASSIGN TO "CENSRET"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RET-STATUS.

           SELECT VAR-FILE ASSIGN TO "CENSVAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT.
           COPY "StudentFile.cpy".

           FD  RETURN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  RET-HEADER.
               05 RH-REC-TYPE PIC X(3).
               05 RH-TERM-CODE PIC X(6).
               05 RH-CENSUS-DATE PIC 9(8).
               05 RH-SNAP-DATE PIC 9(8).
               05 FILLER PIC X(55).
           01  RET-DETAIL.
               05 RD-REC-TYPE PIC X(3).
               05 RD-CAMPUS PIC X(3).
               05 RD-CLASS PIC X(3).
               05 RD-COUNTRY PIC X(10).
               05 RD-STATUS PIC X(1).
               05 RD-COUNT PIC 9(7).
               05 FILLER PIC X(53).
           01  RET-TRAILER.
               05 RT-REC-TYPE PIC X(3).
               05 RT-DETAIL-COUNT PIC 9(7).
               05 RT-STUDENT-COUNT PIC 9(7).
               05 RT-HASH-TOTAL PIC 9(12).
               05 FILLER PIC X(51).

           FD  VAR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  VAR-REC                     PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 ws-term-code PIC X(6).
           01 ws-census-date PIC X(8).
           01 ws-snap-date PIC X(8).
           01 ws-today PIC X(8).
           01 ws-id-student PIC 9(5).
           01 ws-group-number PIC 9(5).
           01 ws-snap-class PIC X(3).
           01 ws-snap-campus PIC X(3).
           01 ws-snap-country PIC X(10).
           01 ws-snap-status PIC X(1).
           01 ws-now-campus PIC X(3).
           01 ws-now-country PIC X(10).
           01 ws-cell-count PIC 9(7).
           01 ws-student-count PIC 9(7).
           01 ws-hash-total PIC 9(12).
           01 v-count PIC 9(10).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           COPY "Manifest.cpy".

           COPY "OpsAlert.cpy".

           01  FS                             PIC XX.

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  WS-RET-STATUS                  PIC XX.
           01  WS-VAR-STATUS                  PIC XX.
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-ALERT-MSG                   PIC X(80).
           01  WS-DATE-NUM                    PIC 9(8).
           01  WS-RC                          PIC 9(2) VALUE 0.
           01  WS-NOW-CLASS                   PIC X(3).
           01  WS-NOW-STATUS                  PIC X(1).
           01  WS-CHANGE-NOTE                 PIC X(30).
           01  WS-CHANGE-PTR                  PIC 9(2).
           01  WS-DETAIL-COUNT                PIC 9(7) VALUE 0.
           01  WS-RET-STUDENTS                PIC 9(7) VALUE 0.
           01  WS-TODAY-COUNT                 PIC 9(7) VALUE 0.
           01  WS-LEFT-COUNT                  PIC 9(7) VALUE 0.
           01  WS-JOINED-COUNT                PIC 9(7) VALUE 0.
           01  WS-CHANGED-COUNT               PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramCENS: census-day enrollment return'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT ws-term-code FROM ARGUMENT-VALUE.

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
          MOVE 'OK' TO RUNLOG-STATUS
          ACCEPT WS-DATE-NUM FROM DATE YYYYMMDD
          MOVE WS-DATE-NUM TO ws-today
          PERFORM GET-CENSUS-TERM
          IF WS-RC = 0
             PERFORM OPEN-FILE001
             PERFORM CHECK-SNAPSHOT
             PERFORM WRITE-RETURN-FILE
             PERFORM PRINT-VARIANCE-REPORT
             CLOSE STUDENT
          END-IF
          PERFORM WRITE-RUN-LOG
          EXEC SQL COMMIT WORK RELEASE END-EXEC
          MOVE WS-RC TO RETURN-CODE
       ELSE
          DISPLAY 'Connecting...'
          DISPLAY 'SQLCODE = ' SQLCODE
          DISPLAY 'Program is stopped!'
          MOVE 12 TO RETURN-CODE
       END-IF.

       STOP RUN.

      *Without a term argument the run takes the most recent census
      *date that has passed. A census date still in the future is not
      *an error - the job is simply early - and ends with a warning.
       GET-CENSUS-TERM.
           MOVE SPACES TO ws-census-date.
           IF ws-term-code = SPACES
              EXEC SQL
                 SELECT MAX(census_date) INTO :ws-census-date
                 FROM term_master
                 WHERE census_date <> '00000000'
                   AND census_date <= :ws-today
              END-EXEC
              IF SQLCODE = 0 AND ws-census-date NOT = SPACES
                 EXEC SQL
                    SELECT MIN(term_code) INTO :ws-term-code
                    FROM term_master
                    WHERE census_date = :ws-census-date
                 END-EXEC
              END-IF
           ELSE
              EXEC SQL
                 SELECT census_date INTO :ws-census-date
                 FROM term_master
                 WHERE term_code = :ws-term-code
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              OR ws-census-date = SPACES
              OR ws-census-date = '00000000'
              DISPLAY 'No census date on term master for term '
                 ws-term-code
              MOVE 'NOCENSUS' TO RUNLOG-STATUS
              MOVE 8 TO WS-RC
           ELSE
              DISPLAY 'Term ' ws-term-code ' census date '
                 ws-census-date
              IF ws-census-date > ws-today
                 DISPLAY 'Census date not reached, nothing to do'
                 MOVE 'EARLY' TO RUNLOG-STATUS
                 MOVE 4 TO WS-RC
              END-IF
           END-IF.
           MOVE 0 TO SQLCODE.

       OPEN-FILE001.
           OPEN INPUT STUDENT.
           IF FS NOT = '00'
              DISPLAY 'FILE001 not available, status: ' FS
              MOVE 'ABORT' TO RUNLOG-STATUS
              PERFORM WRITE-RUN-LOG
              EXEC SQL COMMIT WORK RELEASE END-EXEC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *The snapshot is taken once per term. A rerun finds the rows
      *already there and works from them unchanged.
       CHECK-SNAPSHOT.
           MOVE 0 TO v-count.
           EXEC SQL
              SELECT COUNT(*) INTO :v-count
              FROM census_snapshot
              WHERE term_code = :ws-term-code
           END-EXEC.
           IF v-count = 0
              PERFORM TAKE-SNAPSHOT
           END-IF.
           EXEC SQL
              SELECT snap_date, student_count, hash_total
              INTO :ws-snap-date, :ws-student-count, :ws-hash-total
              FROM census_control
              WHERE term_code = :ws-term-code
           END-EXEC.
           MOVE 0 TO SQLCODE.
           DISPLAY 'Snapshot taken ' ws-snap-date ', students '
              ws-student-count.

       TAKE-SNAPSHOT.
           MOVE 0 TO ws-student-count ws-hash-total.
           MOVE ws-today TO ws-snap-date.
           EXEC SQL
              DECLARE C-CENSSTU CURSOR FOR
              SELECT id, group_number, campus_code, country
              FROM students
              ORDER BY id
           END-EXEC.
           EXEC SQL
              OPEN C-CENSSTU
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-CENSSTU
                 INTO :ws-id-student, :ws-group-number,
                      :ws-snap-campus, :ws-snap-country
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO RUNLOG-READ-COUNT
                 PERFORM SNAPSHOT-ONE-STUDENT
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-CENSSTU
           END-EXEC.
           MOVE 0 TO SQLCODE.
           EXEC SQL
              INSERT INTO census_control
                 (term_code, census_date, snap_date,
                  student_count, hash_total, snap_ts)
              VALUES
                 (:ws-term-code, :ws-census-date, :ws-snap-date,
                  :ws-student-count, :ws-hash-total,
                  CURRENT TIMESTAMP)
           END-EXEC.
           DISPLAY 'Snapshot frozen for term ' ws-term-code.
           IF ws-snap-date > ws-census-date
              MOVE SPACES TO WS-ALERT-MSG
              STRING 'CENSUS SNAPSHOT FOR ' DELIMITED BY SIZE
                 ws-term-code DELIMITED BY SIZE
                 ' TAKEN ' DELIMITED BY SIZE
                 ws-snap-date DELIMITED BY SIZE
                 ', CENSUS DATE WAS ' DELIMITED BY SIZE
                 ws-census-date DELIMITED BY SIZE
                 INTO WS-ALERT-MSG
              END-STRING
              MOVE 'W' TO ALERT-SEVERITY
              MOVE 'PROGRAMCENS' TO ALERT-JOB-NAME
              MOVE WS-ALERT-MSG TO ALERT-TEXT
              CALL "OPSALERT" USING ALERT-REQUEST
           END-IF.

       SNAPSHOT-ONE-STUDENT.
           MOVE ws-id-student TO STUDENT-ID.
           READ STUDENT
              INVALID KEY
                 MOVE '???' TO ws-snap-class
                 MOVE SPACE TO ws-snap-status
              NOT INVALID KEY
                 MOVE CLASS1 TO ws-snap-class
                 MOVE STATUS-CODE TO ws-snap-status
           END-READ.
           EXEC SQL
              INSERT INTO census_snapshot
                 (term_code, census_date, id_student, class_code,
                  campus_code, country, status_code, group_number,
                  snap_ts)
              VALUES
                 (:ws-term-code, :ws-census-date, :ws-id-student,
                  :ws-snap-class, :ws-snap-campus, :ws-snap-country,
                  :ws-snap-status, :ws-group-number,
                  CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO RUNLOG-INSERT-COUNT ws-student-count
              ADD ws-id-student TO ws-hash-total
           END-IF.

      *Every field of the return comes from the snapshot and its
      *control row, never from the clock, so reruns are identical.
       WRITE-RETURN-FILE.
           OPEN OUTPUT RETURN-FILE.
           MOVE SPACES TO RET-HEADER.
           MOVE 'HDR' TO RH-REC-TYPE.
           MOVE ws-term-code TO RH-TERM-CODE.
           MOVE ws-census-date TO RH-CENSUS-DATE.
           MOVE ws-snap-date TO RH-SNAP-DATE.
           WRITE RET-HEADER.
           EXEC SQL
              DECLARE C-CENSRET CURSOR FOR
              SELECT campus_code, class_code, country, status_code,
                     COUNT(*)
              FROM census_snapshot
              WHERE term_code = :ws-term-code
              GROUP BY campus_code, class_code, country, status_code
              ORDER BY campus_code, class_code, country, status_code
           END-EXEC.
           EXEC SQL
              OPEN C-CENSRET
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-CENSRET
                 INTO :ws-snap-campus, :ws-snap-class,
                      :ws-snap-country, :ws-snap-status,
                      :ws-cell-count
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES TO RET-DETAIL
                 MOVE 'DTL' TO RD-REC-TYPE
                 MOVE ws-snap-campus TO RD-CAMPUS
                 MOVE ws-snap-class TO RD-CLASS
                 MOVE ws-snap-country TO RD-COUNTRY
                 MOVE ws-snap-status TO RD-STATUS
                 MOVE ws-cell-count TO RD-COUNT
                 WRITE RET-DETAIL
                 ADD 1 TO WS-DETAIL-COUNT
                 ADD ws-cell-count TO WS-RET-STUDENTS
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-CENSRET
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE SPACES TO RET-TRAILER.
           MOVE 'TRL' TO RT-REC-TYPE.
           MOVE WS-DETAIL-COUNT TO RT-DETAIL-COUNT.
           MOVE WS-RET-STUDENTS TO RT-STUDENT-COUNT.
           MOVE ws-hash-total TO RT-HASH-TOTAL.
           WRITE RET-TRAILER.
           CLOSE RETURN-FILE.
           DISPLAY 'Return detail records: ' WS-DETAIL-COUNT.
           DISPLAY 'Return student total:  ' WS-RET-STUDENTS.
           IF WS-RET-STUDENTS NOT = ws-student-count
              DISPLAY 'Return total does not agree with control '
                 ws-student-count
              MOVE SPACES TO WS-ALERT-MSG
              STRING 'CENSUS RETURN ' DELIMITED BY SIZE
                 ws-term-code DELIMITED BY SIZE
                 ' TOTAL ' DELIMITED BY SIZE
                 WS-RET-STUDENTS DELIMITED BY SIZE
                 ' NOT EQUAL CONTROL ' DELIMITED BY SIZE
                 ws-student-count DELIMITED BY SIZE
                 INTO WS-ALERT-MSG
              END-STRING
              MOVE 'E' TO ALERT-SEVERITY
              MOVE 'PROGRAMCENS' TO ALERT-JOB-NAME
              MOVE WS-ALERT-MSG TO ALERT-TEXT
              CALL "OPSALERT" USING ALERT-REQUEST
              MOVE 'MISMATCH' TO RUNLOG-STATUS
              MOVE 8 TO WS-RC
           ELSE
              MOVE 'CENSRET' TO MANIFEST-FILE-NAME
              MOVE 'PROGRAMCENS' TO MANIFEST-JOB-NAME
              MOVE WS-CLOCK-DATE TO MANIFEST-PROC-DATE
              MOVE WS-DETAIL-COUNT TO MANIFEST-RECORD-COUNT
              MOVE ws-hash-total TO MANIFEST-HASH-TOTAL
              CALL "ProgramMANIF" USING SQLCA, MANIFEST-REQUEST
              MOVE 0 TO SQLCODE
           END-IF.

       PRINT-VARIANCE-REPORT.
           OPEN OUTPUT VAR-FILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'CENSUS VARIANCE - TERM ' DELIMITED BY SIZE
              ws-term-code DELIMITED BY SIZE
              '  CENSUS ' DELIMITED BY SIZE
              ws-census-date DELIMITED BY SIZE
              '  TODAY ' DELIMITED BY SIZE
              ws-today DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM LIST-LEFT-STUDENTS.
           PERFORM LIST-JOINED-STUDENTS.
           PERFORM LIST-CHANGED-STUDENTS.
           EXEC SQL
              SELECT COUNT(*) INTO :v-count FROM students
           END-EXEC.
           MOVE v-count TO WS-TODAY-COUNT.
           MOVE 0 TO SQLCODE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'AT CENSUS: ' DELIMITED BY SIZE
              ws-student-count DELIMITED BY SIZE
              '  TODAY: ' DELIMITED BY SIZE
              WS-TODAY-COUNT DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'LEFT: ' DELIMITED BY SIZE
              WS-LEFT-COUNT DELIMITED BY SIZE
              '  JOINED: ' DELIMITED BY SIZE
              WS-JOINED-COUNT DELIMITED BY SIZE
              '  CHANGED: ' DELIMITED BY SIZE
              WS-CHANGED-COUNT DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           CLOSE VAR-FILE.
           DISPLAY 'Students at census: ' ws-student-count.
           DISPLAY 'Students today:     ' WS-TODAY-COUNT.
           DISPLAY 'Left since census:  ' WS-LEFT-COUNT.
           DISPLAY 'Joined since:       ' WS-JOINED-COUNT.
           DISPLAY 'Changed since:      ' WS-CHANGED-COUNT.

       LIST-LEFT-STUDENTS.
           MOVE 'LEFT SINCE CENSUS' TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           EXEC SQL
              DECLARE C-CENSLEFT CURSOR FOR
              SELECT id_student, campus_code, class_code, country
              FROM census_snapshot
              WHERE term_code = :ws-term-code
                AND id_student NOT IN (SELECT id FROM students)
              ORDER BY id_student
           END-EXEC.
           EXEC SQL
              OPEN C-CENSLEFT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-CENSLEFT
                 INTO :ws-id-student, :ws-snap-campus,
                      :ws-snap-class, :ws-snap-country
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-LEFT-COUNT
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING '  ' DELIMITED BY SIZE
                    ws-id-student DELIMITED BY SIZE
                    '  CAMPUS ' DELIMITED BY SIZE
                    ws-snap-campus DELIMITED BY SIZE
                    '  CLASS ' DELIMITED BY SIZE
                    ws-snap-class DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    ws-snap-country DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                 END-STRING
                 PERFORM PRINT-A-LINE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-CENSLEFT
           END-EXEC.
           MOVE 0 TO SQLCODE.

       LIST-JOINED-STUDENTS.
           MOVE 'JOINED SINCE CENSUS' TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           EXEC SQL
              DECLARE C-CENSJOIN CURSOR FOR
              SELECT id, campus_code, country
              FROM students
              WHERE id NOT IN
                    (SELECT id_student FROM census_snapshot
                     WHERE term_code = :ws-term-code)
              ORDER BY id
           END-EXEC.
           EXEC SQL
              OPEN C-CENSJOIN
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-CENSJOIN
                 INTO :ws-id-student, :ws-now-campus,
                      :ws-now-country
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-JOINED-COUNT
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING '  ' DELIMITED BY SIZE
                    ws-id-student DELIMITED BY SIZE
                    '  CAMPUS ' DELIMITED BY SIZE
                    ws-now-campus DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    ws-now-country DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                 END-STRING
                 PERFORM PRINT-A-LINE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-CENSJOIN
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *Class and status are read again from FILE001 so a change
      *made there since the census shows up as well.
       LIST-CHANGED-STUDENTS.
           MOVE 'CHANGED SINCE CENSUS' TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           EXEC SQL
              DECLARE C-CENSCHG CURSOR FOR
              SELECT c.id_student, c.campus_code, c.class_code,
                     c.country, c.status_code,
                     s.campus_code, s.country
              FROM census_snapshot c, students s
              WHERE c.term_code = :ws-term-code
                AND s.id = c.id_student
              ORDER BY c.id_student
           END-EXEC.
           EXEC SQL
              OPEN C-CENSCHG
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-CENSCHG
                 INTO :ws-id-student, :ws-snap-campus,
                      :ws-snap-class, :ws-snap-country,
                      :ws-snap-status, :ws-now-campus,
                      :ws-now-country
              END-EXEC
              IF SQLCODE = 0
                 PERFORM CHECK-ONE-CHANGE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-CENSCHG
           END-EXEC.
           MOVE 0 TO SQLCODE.

       CHECK-ONE-CHANGE.
           MOVE ws-id-student TO STUDENT-ID.
           READ STUDENT
              INVALID KEY
                 MOVE '???' TO WS-NOW-CLASS
                 MOVE SPACE TO WS-NOW-STATUS
              NOT INVALID KEY
                 MOVE CLASS1 TO WS-NOW-CLASS
                 MOVE STATUS-CODE TO WS-NOW-STATUS
           END-READ.
           MOVE SPACES TO WS-CHANGE-NOTE.
           MOVE 1 TO WS-CHANGE-PTR.
           IF ws-now-campus NOT = ws-snap-campus
              STRING 'CAMPUS ' DELIMITED BY SIZE
                 INTO WS-CHANGE-NOTE WITH POINTER WS-CHANGE-PTR
              END-STRING
           END-IF.
           IF ws-now-country NOT = ws-snap-country
              STRING 'COUNTRY ' DELIMITED BY SIZE
                 INTO WS-CHANGE-NOTE WITH POINTER WS-CHANGE-PTR
              END-STRING
           END-IF.
           IF WS-NOW-CLASS NOT = ws-snap-class
              STRING 'CLASS ' DELIMITED BY SIZE
                 INTO WS-CHANGE-NOTE WITH POINTER WS-CHANGE-PTR
              END-STRING
           END-IF.
           IF WS-NOW-STATUS NOT = ws-snap-status
              STRING 'STATUS ' DELIMITED BY SIZE
                 INTO WS-CHANGE-NOTE WITH POINTER WS-CHANGE-PTR
              END-STRING
           END-IF.
           IF WS-CHANGE-NOTE NOT = SPACES
              ADD 1 TO WS-CHANGED-COUNT
              MOVE SPACES TO WS-PRINT-LINE
              STRING '  ' DELIMITED BY SIZE
                 ws-id-student DELIMITED BY SIZE
                 '  ' DELIMITED BY SIZE
                 ws-snap-campus DELIMITED BY SIZE
                 '>' DELIMITED BY SIZE
                 ws-now-campus DELIMITED BY SIZE
                 '  ' DELIMITED BY SIZE
                 ws-snap-class DELIMITED BY SIZE
                 '>' DELIMITED BY SIZE
                 WS-NOW-CLASS DELIMITED BY SIZE
                 '  ' DELIMITED BY SIZE
                 ws-snap-status DELIMITED BY SIZE
                 '>' DELIMITED BY SIZE
                 WS-NOW-STATUS DELIMITED BY SIZE
                 '  ' DELIMITED BY SIZE
                 WS-CHANGE-NOTE DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
              END-STRING
              PERFORM PRINT-A-LINE
           END-IF.

       PRINT-A-LINE.
           WRITE VAR-REC FROM WS-PRINT-LINE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMCENS' TO RUNLOG-JOB-NAME.
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
