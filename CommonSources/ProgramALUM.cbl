      *students_history with reason GRADUATE and deleted, so the
      *group seat frees up for new enrollments. The run finishes by
      *writing the development office's alumni mailing extract in
      *the directory sort order (country, city, last name), which is
      *registered in the transmission manifest once closed. Alumni
      *who withdrew consent to alumni contact (PROGRAMCNST) are left
      *off the extract and counted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMALUM.


           COPY "JobRunLog.cpy".

           COPY "Manifest.cpy".

           COPY "Consent.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-MOVED-COUNT                 PIC 9(5) VALUE 0.
           01  WS-MAIL-COUNT                  PIC 9(5) VALUE 0.
           01  WS-XMIT-HASH                   PIC 9(12) VALUE 0.
           01  WS-HELD-COUNT                  PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

          DISPLAY ' '
          DISPLAY 'Graduates moved to alumni: ' WS-MOVED-COUNT
          DISPLAY 'Mailing entries written:   ' WS-MAIL-COUNT
          DISPLAY 'Held, no alumni consent:   ' WS-HELD-COUNT
          MOVE WS-MOVED-COUNT TO RUNLOG-DELETE-COUNT
          MOVE WS-MAIL-COUNT TO RUNLOG-INSERT-COUNT
          MOVE 'OK' TO RUNLOG-STATUS
                      :ws-final-class, :city, :country, :email
              END-EXEC
              IF SQLCODE = 0
                 PERFORM CHECK-ALUM-CONSENT
                 IF CONSENT-RESULT = 'Y'
                    ADD 1 TO WS-MAIL-COUNT
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING first-name DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       last-name DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       city DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       country DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       email DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                    END-STRING
                    WRITE ALUM-MAIL-REC FROM WS-PRINT-LINE
                    ADD id-student TO WS-XMIT-HASH
                 ELSE
                    ADD 1 TO WS-HELD-COUNT
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL
           END-EXEC.
           MOVE 0 TO SQLCODE.
           CLOSE ALUM-MAIL.
           MOVE 'ALUMMAIL' TO MANIFEST-FILE-NAME.
           MOVE 'PROGRAMALUM' TO MANIFEST-JOB-NAME.
           MOVE WS-CLOCK-DATE TO MANIFEST-PROC-DATE.
           MOVE WS-MAIL-COUNT TO MANIFEST-RECORD-COUNT.
           MOVE WS-XMIT-HASH TO MANIFEST-HASH-TOTAL.
           CALL "ProgramMANIF" USING SQLCA, MANIFEST-REQUEST.

       CHECK-ALUM-CONSENT.
           MOVE id-student TO CONSENT-ID-STUDENT.
           MOVE 'ALUM' TO CONSENT-TYPE.
           MOVE ws-grad-date TO CONSENT-AS-OF.
           CALL "ProgramCNST" USING SQLCA, CONSENT-REQUEST.
           MOVE 0 TO SQLCODE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
