      *Weekly referential-integrity sweep. Finds child rows whose
      *parent no longer exists and lists every one of them on ORPHRPT
      *by table and key: attendance, attendance_rollup, grades,
      *invoices, payments, guardians, student_documents and the
      *matched student on dup_review are checked against students and
      *the history tables (students_history, alumni), so rows kept for
      *students who have left are not orphans; waitlist rows belong to
      *applicants who are not yet students and are checked against
      *the group they are waiting for; group_schedule is checked
      *against groups and rooms, instructor_schedule against
      *instructors and groups. REPORT mode (the default) only lists.
      *FIX mode also writes each orphan to the ORPHARCH archive file,
      *closed by a RECORD-COUNT control trailer as PROGRAMPURGE writes,
      *and then deletes the orphans; if the rows deleted do not agree
      *with the rows archived the work is rolled back. The run ends
      *with return code 4 whenever orphans were found.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMORPH.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT ORPH-FILE ASSIGN TO "ORPHRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORPH-STATUS.
           SELECT ARCH-ORPH ASSIGN TO "ORPHARCH"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD  ORPH-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  ORPH-REC                    PIC X(80).

           FD  ARCH-ORPH
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
           01  ARCH-ORPH-REC.
               05 AO-TABLE-NAME PIC X(20).
               05 AO-KEY-NAME PIC X(14).
               05 AO-KEY-VALUE PIC X(10).
               05 AO-ROW-DETAIL PIC X(60).
               05 AO-SWEEP-DATE PIC X(8).
               05 FILLER PIC X(8).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 id-student PIC 9(5).
           01 group_number PIC 9(5).
           01 ws-instructor-id PIC 9(5).
           01 ws-day-of-week PIC 9(1).
           01 ws-room-code PIC X(6).
           01 ws-row-date PIC X(8).
           01 ws-row-code PIC X(10).
           01 ws-row-name PIC X(20).
           01 ws-row-amount PIC 9(7)V99.

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  WS-RUN-MODE                    PIC X(8).
           01  WS-ORPH-STATUS                 PIC XX.
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-TRAILER-LINE                PIC X(80).
           01  WS-ORPH-TABLE                  PIC X(20).
           01  WS-ORPH-KEY-NAME               PIC X(14).
           01  WS-ORPH-KEY                    PIC X(10).
           01  WS-ORPH-DETAIL                 PIC X(60).
           01  WS-AMOUNT-EDIT                 PIC Z(6)9.99.
           01  WS-TABLE-COUNT                 PIC 9(7).
           01  WS-DEL-COUNT                   PIC 9(7).
           01  WS-TOT-ORPHANS                 PIC 9(7) VALUE 0.
           01  WS-TOT-ARCH                    PIC 9(7) VALUE 0.
           01  WS-TOT-DEL                     PIC 9(7) VALUE 0.
           01  WS-MISMATCH                    PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramORPH: referential integrity sweep'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE.
       IF WS-RUN-MODE = SPACES
          MOVE 'REPORT' TO WS-RUN-MODE
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
          DISPLAY 'Sweep mode: ' WS-RUN-MODE
          PERFORM INIT-RUN-LOG
          OPEN OUTPUT ORPH-FILE
          IF WS-RUN-MODE = 'FIX'
             OPEN OUTPUT ARCH-ORPH
          END-IF
          PERFORM PRINT-SWEEP-HEADING
          PERFORM CHECK-ATTENDANCE
          PERFORM CHECK-ATT-ROLLUP
          PERFORM CHECK-GRADES
          PERFORM CHECK-INVOICES
          PERFORM CHECK-PAYMENTS
          PERFORM CHECK-GUARDIANS
          PERFORM CHECK-WAITLIST
          PERFORM CHECK-DOCUMENTS
          PERFORM CHECK-DUP-REVIEW
          PERFORM CHECK-SCHED-GROUPS
          PERFORM CHECK-SCHED-ROOMS
          PERFORM CHECK-INS-INSTRUCTORS
          PERFORM CHECK-INS-GROUPS
          PERFORM PRINT-SWEEP-TOTALS
          CLOSE ORPH-FILE
          IF WS-RUN-MODE = 'FIX'
             PERFORM WRITE-ARCH-TRAILER
             CLOSE ARCH-ORPH
          END-IF
          DISPLAY 'Orphans found:    ' WS-TOT-ORPHANS
          MOVE WS-TOT-ORPHANS TO RUNLOG-REJECT-COUNT
          MOVE WS-TOT-DEL TO RUNLOG-DELETE-COUNT
          IF WS-MISMATCH = 'Y'
             DISPLAY 'COUNT MISMATCH - sweep rolled back'
             EXEC SQL ROLLBACK WORK END-EXEC
             MOVE 'MISMATCH' TO RUNLOG-STATUS
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE 'OK' TO RUNLOG-STATUS
             IF WS-TOT-ORPHANS > 0
                MOVE 4 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF
          END-IF
          PERFORM WRITE-RUN-LOG
          EXEC SQL COMMIT WORK RELEASE END-EXEC
       ELSE
          DISPLAY 'Connecting...'
          DISPLAY 'SQLCODE = ' SQLCODE
          DISPLAY 'Program is stopped!'
          MOVE 12 TO RETURN-CODE
       END-IF.

       STOP RUN.

       PRINT-SWEEP-HEADING.
           PERFORM GET-CLOCK-STAMP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'REFERENTIAL INTEGRITY SWEEP ' DELIMITED BY SIZE
              WS-CLOCK-DATE DELIMITED BY SIZE
              '   MODE ' DELIMITED BY SIZE
              WS-RUN-MODE DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'TABLE                KEY            VALUE      '
              DELIMITED BY SIZE
              'ROW' DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.

       CHECK-ATTENDANCE.
           MOVE 'attendance' TO WS-ORPH-TABLE.
           MOVE 'id_student' TO WS-ORPH-KEY-NAME.
           MOVE 0 TO WS-TABLE-COUNT WS-DEL-COUNT.
           EXEC SQL
              DECLARE C-ORPATT CURSOR FOR
              SELECT id_student, group_number, att_date
              FROM attendance
              WHERE id_student NOT IN (SELECT id FROM students)
                AND id_student NOT IN
                   (SELECT id_student FROM students_history)
                AND id_student NOT IN
                   (SELECT id_student FROM alumni)
              ORDER BY id_student, att_date
           END-EXEC.
           EXEC SQL
              OPEN C-ORPATT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ORPATT
                 INTO :id-student, :group_number, :ws-row-date
              END-EXEC
              IF SQLCODE = 0
                 MOVE id-student TO WS-ORPH-KEY
                 MOVE SPACES TO WS-ORPH-DETAIL
                 STRING 'GROUP ' DELIMITED BY SIZE
                    group_number DELIMITED BY SIZE
                    ' DATE ' DELIMITED BY SIZE
                    ws-row-date DELIMITED BY SIZE
                    INTO WS-ORPH-DETAIL
                 END-STRING
                 PERFORM RECORD-ORPHAN
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ORPATT
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-RUN-MODE = 'FIX' AND WS-TABLE-COUNT > 0
              EXEC SQL
                 DELETE FROM attendance
                 WHERE id_student NOT IN (SELECT id FROM students)
                   AND id_student NOT IN
                      (SELECT id_student FROM students_history)
                   AND id_student NOT IN
                      (SELECT id_student FROM alumni)
              END-EXEC
              MOVE SQLERRD(3) TO WS-DEL-COUNT
           END-IF.
           PERFORM REPORT-TABLE-COUNTS.

       CHECK-ATT-ROLLUP.
           MOVE 'attendance_rollup' TO WS-ORPH-TABLE.
           MOVE 'id_student' TO WS-ORPH-KEY-NAME.
           MOVE 0 TO WS-TABLE-COUNT WS-DEL-COUNT.
           EXEC SQL
              DECLARE C-ORPROLL CURSOR FOR
              SELECT id_student, group_number, week_start
              FROM attendance_rollup
              WHERE id_student NOT IN (SELECT id FROM students)
                AND id_student NOT IN
                   (SELECT id_student FROM students_history)
                AND id_student NOT IN
                   (SELECT id_student FROM alumni)
              ORDER BY id_student, week_start
           END-EXEC.
           EXEC SQL
              OPEN C-ORPROLL
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ORPROLL
                 INTO :id-student, :group_number, :ws-row-date
              END-EXEC
              IF SQLCODE = 0
                 MOVE id-student TO WS-ORPH-KEY
                 MOVE SPACES TO WS-ORPH-DETAIL
                 STRING 'GROUP ' DELIMITED BY SIZE
                    group_number DELIMITED BY SIZE
                    ' WEEK ' DELIMITED BY SIZE
                    ws-row-date DELIMITED BY SIZE
                    INTO WS-ORPH-DETAIL
                 END-STRING
                 PERFORM RECORD-ORPHAN
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ORPROLL
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-RUN-MODE = 'FIX' AND WS-TABLE-COUNT > 0
              EXEC SQL
                 DELETE FROM attendance_rollup
                 WHERE id_student NOT IN (SELECT id FROM students)
                   AND id_student NOT IN
                      (SELECT id_student FROM students_history)
                   AND id_student NOT IN
                      (SELECT id_student FROM alumni)
              END-EXEC
              MOVE SQLERRD(3) TO WS-DEL-COUNT
           END-IF.
           PERFORM REPORT-TABLE-COUNTS.

       CHECK-GRADES.
           MOVE 'grades' TO WS-ORPH-TABLE.
           MOVE 'id_student' TO WS-ORPH-KEY-NAME.
           MOVE 0 TO WS-TABLE-COUNT WS-DEL-COUNT.
           EXEC SQL
              DECLARE C-ORPGRD CURSOR FOR
              SELECT id_student, group_number, work_date,
                     subject_code
              FROM grades
              WHERE id_student NOT IN (SELECT id FROM students)
                AND id_student NOT IN
                   (SELECT id_student FROM students_history)
                AND id_student NOT IN
                   (SELECT id_student FROM alumni)
              ORDER BY id_student, work_date
           END-EXEC.
           EXEC SQL
              OPEN C-ORPGRD
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ORPGRD
                 INTO :id-student, :group_number, :ws-row-date,
                      :ws-row-code
              END-EXEC
              IF SQLCODE = 0
                 MOVE id-student TO WS-ORPH-KEY
                 MOVE SPACES TO WS-ORPH-DETAIL
                 STRING 'GROUP ' DELIMITED BY SIZE
                    group_number DELIMITED BY SIZE
                    ' DATE ' DELIMITED BY SIZE
                    ws-row-date DELIMITED BY SIZE
                    ' SUBJECT ' DELIMITED BY SIZE
                    ws-row-code DELIMITED BY SIZE
                    INTO WS-ORPH-DETAIL
                 END-STRING
                 PERFORM RECORD-ORPHAN
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ORPGRD
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-RUN-MODE = 'FIX' AND WS-TABLE-COUNT > 0
              EXEC SQL
                 DELETE FROM grades
                 WHERE id_student NOT IN (SELECT id FROM students)
                   AND id_student NOT IN
                      (SELECT id_student FROM students_history)
                   AND id_student NOT IN
                      (SELECT id_student FROM alumni)
              END-EXEC
              MOVE SQLERRD(3) TO WS-DEL-COUNT
           END-IF.
           PERFORM REPORT-TABLE-COUNTS.

       CHECK-INVOICES.
           MOVE 'invoices' TO WS-ORPH-TABLE.
           MOVE 'id_student' TO WS-ORPH-KEY-NAME.
           MOVE 0 TO WS-TABLE-COUNT WS-DEL-COUNT.
           EXEC SQL
              DECLARE C-ORPINV CURSOR FOR
              SELECT id_student, group_number, invoice_date,
                     invoice_amount
              FROM invoices
              WHERE id_student NOT IN (SELECT id FROM students)
                AND id_student NOT IN
                   (SELECT id_student FROM students_history)
                AND id_student NOT IN
                   (SELECT id_student FROM alumni)
              ORDER BY id_student, invoice_date
           END-EXEC.
           EXEC SQL
              OPEN C-ORPINV
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ORPINV
                 INTO :id-student, :group_number, :ws-row-date,
                      :ws-row-amount
              END-EXEC
              IF SQLCODE = 0
                 MOVE id-student TO WS-ORPH-KEY
                 MOVE ws-row-amount TO WS-AMOUNT-EDIT
                 MOVE SPACES TO WS-ORPH-DETAIL
                 STRING 'GROUP ' DELIMITED BY SIZE
                    group_number DELIMITED BY SIZE
                    ' DATE ' DELIMITED BY SIZE
                    ws-row-date DELIMITED BY SIZE
                    ' AMOUNT ' DELIMITED BY SIZE
                    WS-AMOUNT-EDIT DELIMITED BY SIZE
                    INTO WS-ORPH-DETAIL
                 END-STRING
                 PERFORM RECORD-ORPHAN
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ORPINV
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-RUN-MODE = 'FIX' AND WS-TABLE-COUNT > 0
              EXEC SQL
                 DELETE FROM invoices
                 WHERE id_student NOT IN (SELECT id FROM students)
                   AND id_student NOT IN
                      (SELECT id_student FROM students_history)
                   AND id_student NOT IN
                      (SELECT id_student FROM alumni)
              END-EXEC
              MOVE SQLERRD(3) TO WS-DEL-COUNT
           END-IF.
           PERFORM REPORT-TABLE-COUNTS.

       CHECK-PAYMENTS.
           MOVE 'payments' TO WS-ORPH-TABLE.
           MOVE 'id_student' TO WS-ORPH-KEY-NAME.
           MOVE 0 TO WS-TABLE-COUNT WS-DEL-COUNT.
           EXEC SQL
              DECLARE C-ORPPAY CURSOR FOR
              SELECT id_student, pay_date, receipt_ref, pay_amount
              FROM payments
              WHERE id_student NOT IN (SELECT id FROM students)
                AND id_student NOT IN
                   (SELECT id_student FROM students_history)
                AND id_student NOT IN
                   (SELECT id_student FROM alumni)
              ORDER BY id_student, pay_date
           END-EXEC.
           EXEC SQL
              OPEN C-ORPPAY
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ORPPAY
                 INTO :id-student, :ws-row-date, :ws-row-code,
                      :ws-row-amount
              END-EXEC
              IF SQLCODE = 0
                 MOVE id-student TO WS-ORPH-KEY
                 MOVE ws-row-amount TO WS-AMOUNT-EDIT
                 MOVE SPACES TO WS-ORPH-DETAIL
                 STRING 'DATE ' DELIMITED BY SIZE
                    ws-row-date DELIMITED BY SIZE
                    ' RECEIPT ' DELIMITED BY SIZE
                    ws-row-code DELIMITED BY SIZE
                    ' AMOUNT ' DELIMITED BY SIZE
                    WS-AMOUNT-EDIT DELIMITED BY SIZE
                    INTO WS-ORPH-DETAIL
                 END-STRING
                 PERFORM RECORD-ORPHAN
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ORPPAY
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-RUN-MODE = 'FIX' AND WS-TABLE-COUNT > 0
              EXEC SQL
                 DELETE FROM payments
                 WHERE id_student NOT IN (SELECT id FROM students)
                   AND id_student NOT IN
                      (SELECT id_student FROM students_history)
                   AND id_student NOT IN
                      (SELECT id_student FROM alumni)
              END-EXEC
              MOVE SQLERRD(3) TO WS-DEL-COUNT
           END-IF.
           PERFORM REPORT-TABLE-COUNTS.

       CHECK-GUARDIANS.
           MOVE 'guardians' TO WS-ORPH-TABLE.
           MOVE 'id_student' TO WS-ORPH-KEY-NAME.
           MOVE 0 TO WS-TABLE-COUNT WS-DEL-COUNT.
           EXEC SQL
              DECLARE C-ORPGUA CURSOR FOR
              SELECT id_student, contact_type, contact_name
              FROM guardians
              WHERE id_student NOT IN (SELECT id FROM students)
                AND id_student NOT IN
                   (SELECT id_student FROM students_history)
                AND id_student NOT IN
                   (SELECT id_student FROM alumni)
              ORDER BY id_student, contact_type
           END-EXEC.
           EXEC SQL
              OPEN C-ORPGUA
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ORPGUA
                 INTO :id-student, :ws-row-code, :ws-row-name
              END-EXEC
              IF SQLCODE = 0
                 MOVE id-student TO WS-ORPH-KEY
                 MOVE SPACES TO WS-ORPH-DETAIL
                 STRING 'CONTACT ' DELIMITED BY SIZE
                    ws-row-code(1:1) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    ws-row-name DELIMITED BY SIZE
                    INTO WS-ORPH-DETAIL
                 END-STRING
                 PERFORM RECORD-ORPHAN
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ORPGUA
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-RUN-MODE = 'FIX' AND WS-TABLE-COUNT > 0
              EXEC SQL
                 DELETE FROM guardians
                 WHERE id_student NOT IN (SELECT id FROM students)
                   AND id_student NOT IN
                      (SELECT id_student FROM students_history)
                   AND id_student NOT IN
                      (SELECT id_student FROM alumni)
              END-EXEC
              MOVE SQLERRD(3) TO WS-DEL-COUNT
           END-IF.
           PERFORM REPORT-TABLE-COUNTS.

      *A waitlist row is an applicant not yet on students; what it
      *can lose is the group being waited for.
       CHECK-WAITLIST.
           MOVE 'waitlist' TO WS-ORPH-TABLE.
           MOVE 'group_number' TO WS-ORPH-KEY-NAME.
           MOVE 0 TO WS-TABLE-COUNT WS-DEL-COUNT.
           EXEC SQL
              DECLARE C-ORPWAIT CURSOR FOR
              SELECT group_number, id_student, last_name
              FROM waitlist
              WHERE group_number NOT IN
                 (SELECT group_number FROM groups)
              ORDER BY group_number, id_student
           END-EXEC.
           EXEC SQL
              OPEN C-ORPWAIT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ORPWAIT
                 INTO :group_number, :id-student, :ws-row-name
              END-EXEC
              IF SQLCODE = 0
                 MOVE group_number TO WS-ORPH-KEY
                 MOVE SPACES TO WS-ORPH-DETAIL
                 STRING 'APPLICANT ' DELIMITED BY SIZE
                    id-student DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    ws-row-name DELIMITED BY SIZE
                    INTO WS-ORPH-DETAIL
                 END-STRING
                 PERFORM RECORD-ORPHAN
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ORPWAIT
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-RUN-MODE = 'FIX' AND WS-TABLE-COUNT > 0
              EXEC SQL
                 DELETE FROM waitlist
                 WHERE group_number NOT IN
                    (SELECT group_number FROM groups)
              END-EXEC
              MOVE SQLERRD(3) TO WS-DEL-COUNT
           END-IF.
           PERFORM REPORT-TABLE-COUNTS.

       CHECK-DOCUMENTS.
           MOVE 'student_documents' TO WS-ORPH-TABLE.
           MOVE 'id_student' TO WS-ORPH-KEY-NAME.
           MOVE 0 TO WS-TABLE-COUNT WS-DEL-COUNT.
           EXEC SQL
              DECLARE C-ORPDOC CURSOR FOR
              SELECT id_student, doc_type, expiry_date
              FROM student_documents
              WHERE id_student NOT IN (SELECT id FROM students)
                AND id_student NOT IN
                   (SELECT id_student FROM students_history)
                AND id_student NOT IN
                   (SELECT id_student FROM alumni)
              ORDER BY id_student, doc_type
           END-EXEC.
           EXEC SQL
              OPEN C-ORPDOC
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ORPDOC
                 INTO :id-student, :ws-row-code, :ws-row-date
              END-EXEC
              IF SQLCODE = 0
                 MOVE id-student TO WS-ORPH-KEY
                 MOVE SPACES TO WS-ORPH-DETAIL
                 STRING 'DOCUMENT ' DELIMITED BY SIZE
                    ws-row-code DELIMITED BY SIZE
                    ' EXPIRES ' DELIMITED BY SIZE
                    ws-row-date DELIMITED BY SIZE
                    INTO WS-ORPH-DETAIL
                 END-STRING
                 PERFORM RECORD-ORPHAN
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ORPDOC
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-RUN-MODE = 'FIX' AND WS-TABLE-COUNT > 0
              EXEC SQL
                 DELETE FROM student_documents
                 WHERE id_student NOT IN (SELECT id FROM students)
                   AND id_student NOT IN
                      (SELECT id_student FROM students_history)
                   AND id_student NOT IN
                      (SELECT id_student FROM alumni)
              END-EXEC
              MOVE SQLERRD(3) TO WS-DEL-COUNT
           END-IF.
           PERFORM REPORT-TABLE-COUNTS.

      *The feed side of a review pair was never loaded, so only the
      *matched existing student is checked.
       CHECK-DUP-REVIEW.
           MOVE 'dup_review' TO WS-ORPH-TABLE.
           MOVE 'id_match' TO WS-ORPH-KEY-NAME.
           MOVE 0 TO WS-TABLE-COUNT WS-DEL-COUNT.
           EXEC SQL
              DECLARE C-ORPDUP CURSOR FOR
              SELECT id_match, id_feed, review_status
              FROM dup_review
              WHERE id_match NOT IN (SELECT id FROM students)
                AND id_match NOT IN
                   (SELECT id_student FROM students_history)
                AND id_match NOT IN
                   (SELECT id_student FROM alumni)
              ORDER BY id_match, id_feed
           END-EXEC.
           EXEC SQL
              OPEN C-ORPDUP
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ORPDUP
                 INTO :id-student, :group_number, :ws-row-code
              END-EXEC
              IF SQLCODE = 0
                 MOVE id-student TO WS-ORPH-KEY
                 MOVE SPACES TO WS-ORPH-DETAIL
                 STRING 'FEED ID ' DELIMITED BY SIZE
                    group_number DELIMITED BY SIZE
                    ' STATUS ' DELIMITED BY SIZE
                    ws-row-code(1:1) DELIMITED BY SIZE
                    INTO WS-ORPH-DETAIL
                 END-STRING
                 PERFORM RECORD-ORPHAN
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ORPDUP
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-RUN-MODE = 'FIX' AND WS-TABLE-COUNT > 0
              EXEC SQL
                 DELETE FROM dup_review
                 WHERE id_match NOT IN (SELECT id FROM students)
                   AND id_match NOT IN
                      (SELECT id_student FROM students_history)
                   AND id_match NOT IN
                      (SELECT id_student FROM alumni)
              END-EXEC
              MOVE SQLERRD(3) TO WS-DEL-COUNT
           END-IF.
           PERFORM REPORT-TABLE-COUNTS.

       CHECK-SCHED-GROUPS.
           MOVE 'group_schedule' TO WS-ORPH-TABLE.
           MOVE 'group_number' TO WS-ORPH-KEY-NAME.
           MOVE 0 TO WS-TABLE-COUNT WS-DEL-COUNT.
           EXEC SQL
              DECLARE C-ORPSGRP CURSOR FOR
              SELECT group_number, day_of_week, room_code
              FROM group_schedule
              WHERE group_number NOT IN
                 (SELECT group_number FROM groups)
              ORDER BY group_number, day_of_week
           END-EXEC.
           EXEC SQL
              OPEN C-ORPSGRP
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ORPSGRP
                 INTO :group_number, :ws-day-of-week, :ws-room-code
              END-EXEC
              IF SQLCODE = 0
                 MOVE group_number TO WS-ORPH-KEY
                 PERFORM BUILD-SCHED-DETAIL
                 PERFORM RECORD-ORPHAN
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ORPSGRP
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-RUN-MODE = 'FIX' AND WS-TABLE-COUNT > 0
              EXEC SQL
                 DELETE FROM group_schedule
                 WHERE group_number NOT IN
                    (SELECT group_number FROM groups)
              END-EXEC
              MOVE SQLERRD(3) TO WS-DEL-COUNT
           END-IF.
           PERFORM REPORT-TABLE-COUNTS.

       CHECK-SCHED-ROOMS.
           MOVE 'group_schedule' TO WS-ORPH-TABLE.
           MOVE 'room_code' TO WS-ORPH-KEY-NAME.
           MOVE 0 TO WS-TABLE-COUNT WS-DEL-COUNT.
           EXEC SQL
              DECLARE C-ORPSROOM CURSOR FOR
              SELECT group_number, day_of_week, room_code
              FROM group_schedule
              WHERE room_code NOT IN
                 (SELECT room_code FROM rooms)
              ORDER BY room_code, group_number, day_of_week
           END-EXEC.
           EXEC SQL
              OPEN C-ORPSROOM
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ORPSROOM
                 INTO :group_number, :ws-day-of-week, :ws-room-code
              END-EXEC
              IF SQLCODE = 0
                 MOVE ws-room-code TO WS-ORPH-KEY
                 PERFORM BUILD-SCHED-DETAIL
                 PERFORM RECORD-ORPHAN
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ORPSROOM
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-RUN-MODE = 'FIX' AND WS-TABLE-COUNT > 0
              EXEC SQL
                 DELETE FROM group_schedule
                 WHERE room_code NOT IN
                    (SELECT room_code FROM rooms)
              END-EXEC
              MOVE SQLERRD(3) TO WS-DEL-COUNT
           END-IF.
           PERFORM REPORT-TABLE-COUNTS.

       BUILD-SCHED-DETAIL.
           MOVE SPACES TO WS-ORPH-DETAIL.
           STRING 'GROUP ' DELIMITED BY SIZE
              group_number DELIMITED BY SIZE
              ' DAY ' DELIMITED BY SIZE
              ws-day-of-week DELIMITED BY SIZE
              ' ROOM ' DELIMITED BY SIZE
              ws-room-code DELIMITED BY SIZE
              INTO WS-ORPH-DETAIL
           END-STRING.

       CHECK-INS-INSTRUCTORS.
           MOVE 'instructor_schedule' TO WS-ORPH-TABLE.
           MOVE 'instructor_id' TO WS-ORPH-KEY-NAME.
           MOVE 0 TO WS-TABLE-COUNT WS-DEL-COUNT.
           EXEC SQL
              DECLARE C-ORPIINS CURSOR FOR
              SELECT instructor_id, group_number, day_of_week
              FROM instructor_schedule
              WHERE instructor_id NOT IN
                 (SELECT instructor_id FROM instructors)
              ORDER BY instructor_id, group_number, day_of_week
           END-EXEC.
           EXEC SQL
              OPEN C-ORPIINS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ORPIINS
                 INTO :ws-instructor-id, :group_number,
                      :ws-day-of-week
              END-EXEC
              IF SQLCODE = 0
                 MOVE ws-instructor-id TO WS-ORPH-KEY
                 PERFORM BUILD-INS-DETAIL
                 PERFORM RECORD-ORPHAN
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ORPIINS
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-RUN-MODE = 'FIX' AND WS-TABLE-COUNT > 0
              EXEC SQL
                 DELETE FROM instructor_schedule
                 WHERE instructor_id NOT IN
                    (SELECT instructor_id FROM instructors)
              END-EXEC
              MOVE SQLERRD(3) TO WS-DEL-COUNT
           END-IF.
           PERFORM REPORT-TABLE-COUNTS.

       CHECK-INS-GROUPS.
           MOVE 'instructor_schedule' TO WS-ORPH-TABLE.
           MOVE 'group_number' TO WS-ORPH-KEY-NAME.
           MOVE 0 TO WS-TABLE-COUNT WS-DEL-COUNT.
           EXEC SQL
              DECLARE C-ORPIGRP CURSOR FOR
              SELECT instructor_id, group_number, day_of_week
              FROM instructor_schedule
              WHERE group_number NOT IN
                 (SELECT group_number FROM groups)
              ORDER BY group_number, instructor_id, day_of_week
           END-EXEC.
           EXEC SQL
              OPEN C-ORPIGRP
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-ORPIGRP
                 INTO :ws-instructor-id, :group_number,
                      :ws-day-of-week
              END-EXEC
              IF SQLCODE = 0
                 MOVE group_number TO WS-ORPH-KEY
                 PERFORM BUILD-INS-DETAIL
                 PERFORM RECORD-ORPHAN
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-ORPIGRP
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-RUN-MODE = 'FIX' AND WS-TABLE-COUNT > 0
              EXEC SQL
                 DELETE FROM instructor_schedule
                 WHERE group_number NOT IN
                    (SELECT group_number FROM groups)
              END-EXEC
              MOVE SQLERRD(3) TO WS-DEL-COUNT
           END-IF.
           PERFORM REPORT-TABLE-COUNTS.

       BUILD-INS-DETAIL.
           MOVE SPACES TO WS-ORPH-DETAIL.
           STRING 'INSTRUCTOR ' DELIMITED BY SIZE
              ws-instructor-id DELIMITED BY SIZE
              ' GROUP ' DELIMITED BY SIZE
              group_number DELIMITED BY SIZE
              ' DAY ' DELIMITED BY SIZE
              ws-day-of-week DELIMITED BY SIZE
              INTO WS-ORPH-DETAIL
           END-STRING.

       RECORD-ORPHAN.
           ADD 1 TO WS-TABLE-COUNT.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-ORPH-TABLE TO WS-PRINT-LINE(1:20).
           MOVE WS-ORPH-KEY-NAME TO WS-PRINT-LINE(22:14).
           MOVE WS-ORPH-KEY TO WS-PRINT-LINE(37:10).
           MOVE WS-ORPH-DETAIL(1:33) TO WS-PRINT-LINE(48:33).
           PERFORM PRINT-A-LINE.
           IF WS-RUN-MODE = 'FIX'
              MOVE SPACES TO ARCH-ORPH-REC
              MOVE WS-ORPH-TABLE TO AO-TABLE-NAME
              MOVE WS-ORPH-KEY-NAME TO AO-KEY-NAME
              MOVE WS-ORPH-KEY TO AO-KEY-VALUE
              MOVE WS-ORPH-DETAIL TO AO-ROW-DETAIL
              MOVE WS-CLOCK-DATE TO AO-SWEEP-DATE
              WRITE ARCH-ORPH-REC
              ADD 1 TO WS-TOT-ARCH
           END-IF.

       REPORT-TABLE-COUNTS.
           ADD WS-TABLE-COUNT TO WS-TOT-ORPHANS.
           ADD WS-DEL-COUNT TO WS-TOT-DEL.
           IF WS-RUN-MODE = 'FIX'
              AND WS-TABLE-COUNT NOT = WS-DEL-COUNT
              MOVE 'Y' TO WS-MISMATCH
           END-IF.
           DISPLAY WS-ORPH-TABLE ' ' WS-ORPH-KEY-NAME
              ' orphans: ' WS-TABLE-COUNT
              ' deleted: ' WS-DEL-COUNT.

       PRINT-SWEEP-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'ORPHANS FOUND: ' DELIMITED BY SIZE
              WS-TOT-ORPHANS DELIMITED BY SIZE
              '  ARCHIVED: ' DELIMITED BY SIZE
              WS-TOT-ARCH DELIMITED BY SIZE
              '  DELETED: ' DELIMITED BY SIZE
              WS-TOT-DEL DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.

       WRITE-ARCH-TRAILER.
           MOVE SPACES TO WS-TRAILER-LINE.
           STRING 'RECORD-COUNT=' DELIMITED BY SIZE
              FUNCTION TRIM(WS-TOT-ARCH) DELIMITED BY SIZE
              INTO WS-TRAILER-LINE
           END-STRING.
           WRITE ARCH-ORPH-REC FROM WS-TRAILER-LINE.

       PRINT-A-LINE.
           WRITE ORPH-REC FROM WS-PRINT-LINE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMORPH' TO RUNLOG-JOB-NAME.
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
