      *EXTRACT mode writes unresolved exceptions to a correction
      *worksheet file; APPLY mode reads the corrected records back,
      *revalidates them, inserts the students and marks the
      *exception rows resolved, stamping when they were resolved for
      *the aging report's opened-versus-resolved trend. The audit
      *rows APPLY writes, those logged since the run started, are
      *sealed onto the audit hash chain before the run commits.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMEXC.


           COPY "Billing.cpy".

           COPY "AuditSeal.cpy".

           01  WS-PROFILE                    PIC X(4).
           01  WS-RUN-MODE                    PIC X(8).
           01  WS-WORK-STATUS                 PIC XX.
           01  WS-EXTRACT-COUNT               PIC 9(5) VALUE 0.
           01  WS-APPLY-COUNT                 PIC 9(5) VALUE 0.
           01  WS-REJECT-COUNT                PIC 9(5) VALUE 0.
           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).
           01  WS-RUN-START-TS                PIC X(14).

       PROCEDURE DIVISION.


       DISPLAY 2 UPON ARGUMENT-NUMBER.
       ACCEPT WS-PROFILE FROM ARGUMENT-VALUE.
       ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-CLOCK-TIME FROM TIME.
       STRING WS-CLOCK-DATE DELIMITED BY SIZE
              WS-CLOCK-TIME(1:6) DELIMITED BY SIZE
              INTO WS-RUN-START-TS
       END-STRING.
       IF WS-PROFILE = SPACES
          MOVE 'PROD' TO WS-PROFILE
       END-IF.
           CLOSE FIXED-FILE.
           DISPLAY 'Corrections applied: ' WS-APPLY-COUNT.
           DISPLAY 'Corrections still rejected: ' WS-REJECT-COUNT.
           MOVE 'S' TO SEAL-FUNCTION.
           MOVE 'PROGRAMEXC' TO SEAL-JOB-NAME.
           MOVE WS-RUN-START-TS TO SEAL-START-TS.
           CALL "ProgramSEAL" USING SQLCA, SEAL-REQUEST.
           MOVE 0 TO SQLCODE.

       PROCESS-FIXED-RECORD.
           MOVE FX-ID-STUDENT TO id-student.
       RESOLVE-EXCEPTION.
           EXEC SQL
              UPDATE exceptions_log
              SET resolved_flag = 'Y',
                  resolved_ts = CURRENT TIMESTAMP
              WHERE id_student = :id-student
                AND resolved_flag = 'N'
                AND exception_type IN
