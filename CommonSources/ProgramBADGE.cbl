      *Full-load reload rows carry the RELOAD operation, so only
      *genuinely new enrollments cut a badge.
      *REPLACE mode cuts a single replacement badge for the id on
      *the command line. Each campus file is registered in the
      *transmission manifest as it is closed, with its count and a
      *hash total of the student ids.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMBADGE.


           COPY "JobRunLog.cpy".

           COPY "Manifest.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PREV-CAMPUS                 PIC X(3).
           01  WS-BADGE-TYPE                  PIC X(1).
           01  WS-BADGE-COUNT                 PIC 9(5) VALUE 0.
           01  WS-XMIT-COUNT                  PIC 9(7) VALUE 0.
           01  WS-XMIT-HASH                   PIC 9(12) VALUE 0.

       PROCEDURE DIVISION.

             PERFORM WRITE-DAYS-BADGES
          END-IF
          IF WS-FILE-OPEN = 'Y'
             PERFORM CLOSE-BADGE-FILE
          END-IF
          CLOSE STUDENT
          DISPLAY 'Badges written: ' WS-BADGE-COUNT
           IF campus_code NOT = WS-PREV-CAMPUS
              OR WS-FILE-OPEN = 'N'
              IF WS-FILE-OPEN = 'Y'
                 PERFORM CLOSE-BADGE-FILE
              END-IF
              MOVE SPACES TO WS-BADGE-FILENAME
              STRING 'BADGE' DELIMITED BY SIZE
              DISPLAY 'Writing ' WS-BADGE-FILENAME
           END-IF.

       CLOSE-BADGE-FILE.
           CLOSE BADGE-FILE.
           MOVE WS-BADGE-FILENAME TO MANIFEST-FILE-NAME.
           MOVE 'PROGRAMBADGE' TO MANIFEST-JOB-NAME.
           MOVE WS-CLOCK-DATE TO MANIFEST-PROC-DATE.
           MOVE WS-XMIT-COUNT TO MANIFEST-RECORD-COUNT.
           MOVE WS-XMIT-HASH TO MANIFEST-HASH-TOTAL.
           CALL "ProgramMANIF" USING SQLCA, MANIFEST-REQUEST.
           MOVE 0 TO WS-XMIT-COUNT WS-XMIT-HASH.
           MOVE 0 TO SQLCODE.
           MOVE 'N' TO WS-FILE-OPEN.

       WRITE-ONE-BADGE.
           MOVE SPACES TO BADGE-REC.
           MOVE campus_code TO BD-CAMPUS-CODE.
           MOVE WS-BADGE-TYPE TO BD-BADGE-TYPE.
           WRITE BADGE-REC.
           ADD 1 TO WS-BADGE-COUNT.
           ADD 1 TO WS-XMIT-COUNT.
           ADD id-student TO WS-XMIT-HASH.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
