      *year-end runs are allowed to execute on. Transaction codes:
      *A adds a term, C changes its dates, D removes it. A term must
      *start before it ends and carry its promotion date inside the
      *term. Rejects are written to exceptions_log. The census date
      *the enrollment return is frozen on is optional (zeros until the
      *authority publishes it) but must also fall inside the term.
      *Argument 2 is the operator id. Without an active grant for
      *TERM on operator_authority every transaction of the run is
      *rejected to exceptions_log. Every applied add, change and
      *removal is written to audit_log with the start, end, promotion
      *and census dates before and after and the operator id.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMTERM.

               05 TM-START-DATE PIC 9(8).
               05 TM-END-DATE PIC 9(8).
               05 TM-PROMO-DATE PIC 9(8).
               05 TM-CENSUS-DATE PIC 9(8).
               05 FILLER PIC X(41).

       WORKING-STORAGE SECTION.

           01 ws-start-date PIC X(8).
           01 ws-end-date PIC X(8).
           01 ws-promo-date PIC X(8).
           01 ws-census-date PIC X(8).
           01 ws-tran-code PIC X(1).
           01 ws-operator-id PIC X(8).
           01 ws-old-start PIC X(8).
           01 ws-old-end PIC X(8).
           01 ws-old-promo PIC X(8).
           01 ws-old-census PIC X(8).
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
          PERFORM PROCESS-TERM-FEED
          MOVE 'OK' TO RUNLOG-STATUS
          PERFORM WRITE-RUN-LOG
                 AT END MOVE 'Y' TO WS-FEED-EOF
                 NOT AT END
                    ADD 1 TO RUNLOG-READ-COUNT
                    IF AUTH-RESULT = 'Y'
                       PERFORM PROCESS-TERM-RECORD
                    ELSE
                       PERFORM REJECT-NOT-AUTHORISED
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TERM-FEED.
           MOVE TM-START-DATE TO ws-start-date.
           MOVE TM-END-DATE TO ws-end-date.
           MOVE TM-PROMO-DATE TO ws-promo-date.
           MOVE TM-CENSUS-DATE TO ws-census-date.
           IF TM-CENSUS-DATE NOT NUMERIC
              MOVE '00000000' TO ws-census-date
           END-IF.
           MOVE TM-TRAN-CODE TO ws-tran-code.
           EVALUATE TM-TRAN-CODE
              WHEN 'A'
                 EXEC SQL
                    INSERT INTO term_master
                       (term_code, start_date, end_date,
                        promotion_date, census_date, log_ts)
                    VALUES
                       (:ws-term-code, :ws-start-date,
                        :ws-end-date, :ws-promo-date,
                        :ws-census-date, CURRENT TIMESTAMP)
                 END-EXEC
                 ADD 1 TO RUNLOG-INSERT-COUNT
                 MOVE 'TERM-ADD' TO WS-AUDIT-OP
                 MOVE SPACES TO WS-OLD-VALUE
                 PERFORM BUILD-NEW-DATES
                 PERFORM LOG-TERM-AUDIT
                 DISPLAY 'Term added: ' ws-term-code ' '
                    ws-start-date ' to ' ws-end-date
              END-IF
           IF WS-DATES-OK = 'N'
              CONTINUE
           ELSE
              PERFORM GET-OLD-DATES
              EXEC SQL
                 UPDATE term_master
                 SET start_date = :ws-start-date,
                     end_date = :ws-end-date,
                     promotion_date = :ws-promo-date,
                     census_date = :ws-census-date,
                     log_ts = CURRENT TIMESTAMP
                 WHERE term_code = :ws-term-code
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 ADD 1 TO RUNLOG-INSERT-COUNT
                 MOVE 'TERM-CHG' TO WS-AUDIT-OP
                 PERFORM BUILD-NEW-DATES
                 PERFORM LOG-TERM-AUDIT
                 DISPLAY 'Term changed: ' ws-term-code
              ELSE
                 DISPLAY 'Rejected, term not on master: '
           END-IF.

       TERM-DELETE.
           PERFORM GET-OLD-DATES.
           EXEC SQL
              DELETE FROM term_master
              WHERE term_code = :ws-term-code
           END-EXEC.
           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO RUNLOG-DELETE-COUNT
              MOVE 'TERM-DEL' TO WS-AUDIT-OP
              MOVE SPACES TO WS-NEW-VALUE
              PERFORM LOG-TERM-AUDIT
              DISPLAY 'Term removed: ' ws-term-code
           ELSE
              DISPLAY 'Rejected, term not on master: '
                 DISPLAY 'Rejected, promotion date outside term: '
                    ws-term-code ' ' ws-promo-date
                 PERFORM LOG-EXCEPTION-BAD-DATES
              ELSE
                 IF ws-census-date NOT = '00000000'
                    AND (ws-census-date < ws-start-date
                         OR ws-census-date > ws-end-date)
                    MOVE 'N' TO WS-DATES-OK
                    DISPLAY 'Rejected, census date outside term: '
                       ws-term-code ' ' ws-census-date
                    PERFORM LOG-EXCEPTION-BAD-DATES
                 END-IF
              END-IF
           END-IF.

              WHERE term_code = :ws-term-code
           END-EXEC.

      *The four term dates are carried as YYMMDD so one audit row
      *holds them all; the term code gives the century.
       GET-OLD-DATES.
           MOVE '00000000' TO ws-old-start ws-old-end ws-old-promo
              ws-old-census.
           EXEC SQL
              SELECT start_date, end_date, promotion_date,
                     census_date
              INTO :ws-old-start, :ws-old-end, :ws-old-promo,
                   :ws-old-census
              FROM term_master
              WHERE term_code = :ws-term-code
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '00000000' TO ws-old-start ws-old-end
                 ws-old-promo ws-old-census
              MOVE 0 TO SQLCODE
           END-IF.
           MOVE SPACES TO WS-OLD-VALUE.
           STRING ws-old-start(3:6) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-old-end(3:6) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-old-promo(3:6) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-old-census(3:6) DELIMITED BY SIZE
              INTO WS-OLD-VALUE
           END-STRING.

       BUILD-NEW-DATES.
           MOVE SPACES TO WS-NEW-VALUE.
           STRING ws-start-date(3:6) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-end-date(3:6) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-promo-date(3:6) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-census-date(3:6) DELIMITED BY SIZE
              INTO WS-NEW-VALUE
           END-STRING.

      *Reference-table changes ride the student audit trail with a
      *zero student id; the term lands in the field name column.
       LOG-TERM-AUDIT.
           MOVE SPACES TO WS-FIELD-NAME.
           STRING 'TERM ' DELIMITED BY SIZE
              ws-term-code DELIMITED BY SIZE
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
           MOVE 'TERM' TO AUTH-FUNCTION.
           CALL "ProgramAUTH" USING SQLCA, AUTH-REQUEST.
           MOVE 0 TO SQLCODE.
           IF AUTH-RESULT NOT = 'Y'
              DISPLAY 'Operator not authorised for TERM: '
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
                  'Operator not authorised for TERM',
                  :ws-operator-id,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMTERM' TO RUNLOG-JOB-NAME.
