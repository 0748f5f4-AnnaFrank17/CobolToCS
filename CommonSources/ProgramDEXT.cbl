      *so a rerun after a failure picks up where the last good
      *extract ended. The nightly full load's purge and reload rows
      *(PURGE and RELOAD operations) are population churn, not
      *changes, and are left out of the window. The closed extract
      *is registered in the transmission manifest with its count and
      *a hash total of the student ids.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMDEXT.


           COPY "JobRunLog.cpy".

           COPY "Manifest.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-LAST-OP                     PIC X(10).
           01  WS-ACTION-CODE                 PIC X(1).
           01  WS-EXTRACT-COUNT               PIC 9(7) VALUE 0.
           01  WS-XMIT-HASH                   PIC 9(12) VALUE 0.

       PROCEDURE DIVISION.

           END-STRING.
           WRITE DELTA-REC FROM WS-CSV-LINE.
           CLOSE DELTA-FILE.
           MOVE 'STUDELT' TO MANIFEST-FILE-NAME.
           MOVE 'PROGRAMDEXT' TO MANIFEST-JOB-NAME.
           MOVE WS-CLOCK-DATE TO MANIFEST-PROC-DATE.
           MOVE WS-EXTRACT-COUNT TO MANIFEST-RECORD-COUNT.
           MOVE WS-XMIT-HASH TO MANIFEST-HASH-TOTAL.
           CALL "ProgramMANIF" USING SQLCA, MANIFEST-REQUEST.
           DISPLAY 'Events read:       ' RUNLOG-READ-COUNT.
           DISPLAY 'Students extracted:' WS-EXTRACT-COUNT.
           MOVE WS-EXTRACT-COUNT TO RUNLOG-INSERT-COUNT.
           END-STRING.
           WRITE DELTA-REC FROM WS-CSV-LINE.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD WS-PREV-ID TO WS-XMIT-HASH.

      *The bookmark moves only after the extract file is closed, so
      *a failed run leaves it where the last good extract ended.
