      *RESID residency proof) with received and expiry dates, a
      *later record for the same type replacing the earlier one.
      *HOLDLIST mode prints the hold list of enrolled students with
      *a required document missing or expired, by group and campus,
      *and registers it in the transmission manifest once closed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMDOC.


           COPY "JobRunLog.cpy".

           COPY "Manifest.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-HOLD-REASON                 PIC X(12).
           01  WS-HOLD-COUNT                  PIC 9(5) VALUE 0.
           01  WS-XMIT-HASH                   PIC 9(12) VALUE 0.
           01  WS-PREV-CAMPUS                 PIC X(3).
           01  WS-PREV-GROUP                  PIC 9(5).
           01  WS-FIRST-ROW                   PIC X(1).
           END-STRING.
           PERFORM PRINT-A-LINE.
           CLOSE HOLD-FILE.
           MOVE 'HOLDLIST' TO MANIFEST-FILE-NAME.
           MOVE 'PROGRAMDOC' TO MANIFEST-JOB-NAME.
           MOVE ws-today-date TO MANIFEST-PROC-DATE.
           MOVE WS-HOLD-COUNT TO MANIFEST-RECORD-COUNT.
           MOVE WS-XMIT-HASH TO MANIFEST-HASH-TOTAL.
           CALL "ProgramMANIF" USING SQLCA, MANIFEST-REQUEST.
           DISPLAY 'Students on hold: ' WS-HOLD-COUNT.
           MOVE WS-HOLD-COUNT TO RUNLOG-REJECT-COUNT.

           END-IF.
           IF WS-HOLD-REASON NOT = SPACES
              ADD 1 TO WS-HOLD-COUNT
              ADD id-student TO WS-XMIT-HASH
              PERFORM PRINT-HOLD-STUDENT
           END-IF.

