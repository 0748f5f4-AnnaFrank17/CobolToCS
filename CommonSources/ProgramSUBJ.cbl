      *Maintains the subject master and the per-group curriculum from
      *the academic office's subject feed. Each subject carries its
      *full name and the pass mark the report cards flag against.
      *Transaction codes: A adds a subject, C changes its name and
      *pass mark, D removes a subject no group's curriculum still
      *lists; G puts a subject on a group's curriculum, R takes it
      *off. PROGRAMGRD accepts graded work only for subjects on the
      *master and on the student's group curriculum. Rejects go to
      *exceptions_log. Argument 2 is the operator id. Without an
      *active grant for SUBJ on operator_authority every transaction
      *of the run is rejected to exceptions_log. Every applied add,
      *change and removal, of a subject or of a curriculum entry, is
      *written to audit_log with the name and pass mark or the group
      *before and after and the operator id.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMSUBJ.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT SUBJ-FEED ASSIGN TO "SUBJFEED"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  SUBJ-FEED
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  SUBJ-FEED-REC.
               05 SB-TRAN-CODE PIC X(1).
               05 SB-SUBJECT-CODE PIC X(6).
               05 SB-SUBJECT-NAME PIC X(20).
               05 SB-PASS-MARK PIC 9(3).
               05 SB-GROUP-NUMBER PIC 9(5).
               05 FILLER PIC X(45).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 ws-subject-code PIC X(6).
           01 ws-subject-name PIC X(20).
           01 ws-pass-mark PIC 9(3).
           01 group_number PIC 9(5).
           01 ws-tran-code PIC X(1).
           01 ws-operator-id PIC X(8).
           01 ws-old-name PIC X(20).
           01 ws-old-pass PIC 9(3).
           01 WS-FIELD-NAME PIC X(12).
           01 WS-OLD-VALUE PIC X(30).
           01 WS-NEW-VALUE PIC X(30).
           01 WS-AUDIT-OP PIC X(10).
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

       DISPLAY 'ProgramSUBJ: subject master and curriculum'.

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
          PERFORM PROCESS-SUBJ-FEED
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

       PROCESS-SUBJ-FEED.
           OPEN INPUT SUBJ-FEED.
           IF WS-FEED-STATUS NOT = '00'
              DISPLAY 'Subject feed not available, status: '
                 WS-FEED-STATUS
              MOVE 'ABORT' TO RUNLOG-STATUS
              PERFORM WRITE-RUN-LOG
              EXEC SQL COMMIT WORK RELEASE END-EXEC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-FEED-EOF.
           PERFORM UNTIL WS-FEED-EOF = 'Y'
              READ SUBJ-FEED
                 AT END MOVE 'Y' TO WS-FEED-EOF
                 NOT AT END
                    ADD 1 TO RUNLOG-READ-COUNT
                    IF AUTH-RESULT = 'Y'
                       PERFORM PROCESS-SUBJ-RECORD
                    ELSE
                       PERFORM REJECT-NOT-AUTHORISED
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SUBJ-FEED.
           DISPLAY 'Subject records read:    ' RUNLOG-READ-COUNT.
           DISPLAY 'Subject records applied: ' RUNLOG-INSERT-COUNT.
           DISPLAY 'Subject records rejected:' RUNLOG-REJECT-COUNT.

       PROCESS-SUBJ-RECORD.
           MOVE SB-SUBJECT-CODE TO ws-subject-code.
           MOVE SB-SUBJECT-NAME TO ws-subject-name.
           MOVE SB-PASS-MARK TO ws-pass-mark.
           MOVE SB-GROUP-NUMBER TO group_number.
           MOVE SB-TRAN-CODE TO ws-tran-code.
           EVALUATE SB-TRAN-CODE
              WHEN 'A'
                 PERFORM SUBJECT-ADD
              WHEN 'C'
                 PERFORM SUBJECT-CHANGE
              WHEN 'D'
                 PERFORM SUBJECT-DELETE
              WHEN 'G'
                 PERFORM CURRICULUM-ADD
              WHEN 'R'
                 PERFORM CURRICULUM-REMOVE
              WHEN OTHER
                 DISPLAY 'Rejected, unknown tran code: '
                    SB-TRAN-CODE ' subject ' ws-subject-code
                 PERFORM LOG-EXCEPTION-BAD-TRAN
           END-EVALUATE.

       SUBJECT-ADD.
           IF ws-subject-name = SPACES OR ws-pass-mark > 100
              DISPLAY 'Rejected, bad name or pass mark: '
                 ws-subject-code
              PERFORM LOG-EXCEPTION-BAD-VALUE
           ELSE
              PERFORM CHECK-SUBJECT-EXISTS
              IF v-count > 0
                 DISPLAY 'Rejected, subject already on master: '
                    ws-subject-code
                 PERFORM LOG-EXCEPTION-DUP-SUBJECT
              ELSE
                 EXEC SQL
                    INSERT INTO subjects
                       (subject_code, subject_name, pass_mark,
                        log_ts)
                    VALUES
                       (:ws-subject-code, :ws-subject-name,
                        :ws-pass-mark, CURRENT TIMESTAMP)
                 END-EXEC
                 ADD 1 TO RUNLOG-INSERT-COUNT
                 MOVE 'SUBJ-ADD' TO WS-AUDIT-OP
                 MOVE SPACES TO WS-OLD-VALUE
                 PERFORM SET-NEW-SUBJECT-VALUE
                 PERFORM LOG-SUBJ-AUDIT
                 DISPLAY 'Subject added: ' ws-subject-code ' '
                    ws-subject-name ' pass ' ws-pass-mark
              END-IF
           END-IF.

       SUBJECT-CHANGE.
           IF ws-subject-name = SPACES OR ws-pass-mark > 100
              DISPLAY 'Rejected, bad name or pass mark: '
                 ws-subject-code
              PERFORM LOG-EXCEPTION-BAD-VALUE
           ELSE
              PERFORM GET-OLD-SUBJECT
              EXEC SQL
                 UPDATE subjects
                 SET subject_name = :ws-subject-name,
                     pass_mark = :ws-pass-mark,
                     log_ts = CURRENT TIMESTAMP
                 WHERE subject_code = :ws-subject-code
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 ADD 1 TO RUNLOG-INSERT-COUNT
                 MOVE 'SUBJ-CHG' TO WS-AUDIT-OP
                 PERFORM SET-OLD-SUBJECT-VALUE
                 PERFORM SET-NEW-SUBJECT-VALUE
                 PERFORM LOG-SUBJ-AUDIT
                 DISPLAY 'Subject changed: ' ws-subject-code ' '
                    ws-subject-name ' pass ' ws-pass-mark
              ELSE
                 DISPLAY 'Rejected, subject not on master: '
                    ws-subject-code
                 PERFORM LOG-EXCEPTION-NOT-FOUND
              END-IF
           END-IF.

       SUBJECT-DELETE.
           EXEC SQL
              SELECT COUNT(*) INTO :v-count
              FROM group_curriculum
              WHERE subject_code = :ws-subject-code
           END-EXEC.
           IF v-count > 0
              DISPLAY 'Rejected, subject still on a curriculum: '
                 ws-subject-code
              PERFORM LOG-EXCEPTION-IN-USE
           ELSE
              PERFORM GET-OLD-SUBJECT
              EXEC SQL
                 DELETE FROM subjects
                 WHERE subject_code = :ws-subject-code
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 ADD 1 TO RUNLOG-DELETE-COUNT
                 MOVE 'SUBJ-DEL' TO WS-AUDIT-OP
                 PERFORM SET-OLD-SUBJECT-VALUE
                 MOVE SPACES TO WS-NEW-VALUE
                 PERFORM LOG-SUBJ-AUDIT
                 DISPLAY 'Subject removed: ' ws-subject-code
              ELSE
                 DISPLAY 'Rejected, subject not on master: '
                    ws-subject-code
                 PERFORM LOG-EXCEPTION-NOT-FOUND
              END-IF
           END-IF.

       CURRICULUM-ADD.
           PERFORM CHECK-SUBJECT-EXISTS.
           IF v-count = 0
              DISPLAY 'Rejected, subject not on master: '
                 ws-subject-code
              PERFORM LOG-EXCEPTION-NOT-FOUND
           ELSE
              EXEC SQL
                 SELECT COUNT(*) INTO :v-count
                 FROM groups
                 WHERE group_number = :group_number
              END-EXEC
              IF v-count = 0
                 DISPLAY 'Rejected, group not on file: '
                    group_number
                 PERFORM LOG-EXCEPTION-BAD-GROUP
              ELSE
                 EXEC SQL
                    SELECT COUNT(*) INTO :v-count
                    FROM group_curriculum
                    WHERE group_number = :group_number
                      AND subject_code = :ws-subject-code
                 END-EXEC
                 IF v-count > 0
                    DISPLAY 'Rejected, already on curriculum: group '
                       group_number ' ' ws-subject-code
                    PERFORM LOG-EXCEPTION-DUP-CURRIC
                 ELSE
                    EXEC SQL
                       INSERT INTO group_curriculum
                          (group_number, subject_code, log_ts)
                       VALUES
                          (:group_number, :ws-subject-code,
                           CURRENT TIMESTAMP)
                    END-EXEC
                    ADD 1 TO RUNLOG-INSERT-COUNT
                    MOVE 'CURR-ADD' TO WS-AUDIT-OP
                    MOVE SPACES TO WS-OLD-VALUE
                    PERFORM SET-GROUP-VALUE
                    PERFORM LOG-SUBJ-AUDIT
                    DISPLAY 'Curriculum added: group ' group_number
                       ' ' ws-subject-code
                 END-IF
              END-IF
           END-IF.

       CURRICULUM-REMOVE.
           EXEC SQL
              DELETE FROM group_curriculum
              WHERE group_number = :group_number
                AND subject_code = :ws-subject-code
           END-EXEC.
           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO RUNLOG-DELETE-COUNT
              MOVE 'CURR-DEL' TO WS-AUDIT-OP
              PERFORM SET-GROUP-VALUE
              MOVE WS-NEW-VALUE TO WS-OLD-VALUE
              MOVE SPACES TO WS-NEW-VALUE
              PERFORM LOG-SUBJ-AUDIT
              DISPLAY 'Curriculum removed: group ' group_number
                 ' ' ws-subject-code
           ELSE
              DISPLAY 'Rejected, not on curriculum: group '
                 group_number ' ' ws-subject-code
              PERFORM LOG-EXCEPTION-NOT-CURRIC
           END-IF.

       CHECK-SUBJECT-EXISTS.
           EXEC SQL
              SELECT COUNT(*) INTO :v-count
              FROM subjects
              WHERE subject_code = :ws-subject-code
           END-EXEC.

       GET-OLD-SUBJECT.
           MOVE SPACES TO ws-old-name.
           MOVE 0 TO ws-old-pass.
           EXEC SQL
              SELECT subject_name, pass_mark
              INTO :ws-old-name, :ws-old-pass
              FROM subjects
              WHERE subject_code = :ws-subject-code
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACES TO ws-old-name
              MOVE 0 TO ws-old-pass
              MOVE 0 TO SQLCODE
           END-IF.

       SET-OLD-SUBJECT-VALUE.
           MOVE SPACES TO WS-OLD-VALUE.
           STRING ws-old-name DELIMITED BY SIZE
              ' PASS ' DELIMITED BY SIZE
              ws-old-pass DELIMITED BY SIZE
              INTO WS-OLD-VALUE
           END-STRING.

       SET-NEW-SUBJECT-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           STRING ws-subject-name DELIMITED BY SIZE
              ' PASS ' DELIMITED BY SIZE
              ws-pass-mark DELIMITED BY SIZE
              INTO WS-NEW-VALUE
           END-STRING.

       SET-GROUP-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           STRING 'GROUP ' DELIMITED BY SIZE
              group_number DELIMITED BY SIZE
              INTO WS-NEW-VALUE
           END-STRING.

      *Reference-table changes ride the student audit trail with a
      *zero student id; the subject lands in the field name column.
       LOG-SUBJ-AUDIT.
           MOVE SPACES TO WS-FIELD-NAME.
           STRING 'SUBJ ' DELIMITED BY SIZE
              ws-subject-code DELIMITED BY SIZE
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
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (0, 'SUBJ-TRAN',
                  'Unknown subject feed transaction code',
                  :ws-tran-code,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-BAD-VALUE.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (0, 'SUBJ-VALUE',
                  'Subject with no name or pass mark over 100',
                  :ws-subject-code,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-DUP-SUBJECT.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  resolved_flag, log_ts)
              VALUES
                 (0, 'SUBJ-DUP',
                  'Subject code already on master',
                  :ws-subject-code,
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
                 (0, 'SUBJ-NOSUB',
                  'Subject code not on master',
                  :ws-subject-code,
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
                 (0, 'SUBJ-INUSE',
                  'Delete refused, curriculum rows on file',
                  :ws-subject-code,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-BAD-GROUP.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  group_number, resolved_flag, log_ts)
              VALUES
                 (0, 'SUBJ-GROUP',
                  'Curriculum for a group not on file',
                  :ws-subject-code,
                  :group_number, 'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-DUP-CURRIC.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  group_number, resolved_flag, log_ts)
              VALUES
                 (0, 'SUBJ-CURDP',
                  'Subject already on the group curriculum',
                  :ws-subject-code,
                  :group_number, 'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-NOT-CURRIC.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  group_number, resolved_flag, log_ts)
              VALUES
                 (0, 'SUBJ-NOCUR',
                  'Subject not on the group curriculum',
                  :ws-subject-code,
                  :group_number, 'N', CURRENT TIMESTAMP)
           END-EXEC.

       CHECK-OPERATOR-AUTHORITY.
           MOVE ws-operator-id TO AUTH-OPERATOR-ID.
           MOVE 'SUBJ' TO AUTH-FUNCTION.
           CALL "ProgramAUTH" USING SQLCA, AUTH-REQUEST.
           MOVE 0 TO SQLCODE.
           IF AUTH-RESULT NOT = 'Y'
              DISPLAY 'Operator not authorised for SUBJ: '
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
                  'Operator not authorised for SUBJ',
                  :ws-operator-id,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMSUBJ' TO RUNLOG-JOB-NAME.
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
