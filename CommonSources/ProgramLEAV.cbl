      *Termly attrition report for the registrar. The leavers of a
      *term are the withdrawals archived to students_history in the
      *term's dates - delta withdrawals from PROGRAMDML (reason
      *WITHDRAW) and single removals through PROGRAMDELONE (reason
      *SINGLE); graduations, merges and the nightly purge are not
      *leavers. They are analysed by the coded leaving reason, the
      *class and enrollment date on the FILE001 extract, the group
      *and campus on the history row, and length of enrollment to
      *the day the student left, each set against the same term
      *last year - the term on the term master that contains the
      *same point one year earlier. Withdrawals this term with a
      *blank or unlisted leaving reason (see Leaving.cpy) are listed
      *at the end for the office to follow up. Argument 1 is a date
      *within the term to report (YYYYMMDD, today when not given),
      *argument 2 the profile. The report goes to ATTRRPT; return
      *code 4 when there are withdrawals to follow up. Read only.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMLEAV.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT STUDENT ASSIGN TO "FILE001"
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS STUDENT-ID
             FILE STATUS IS FS.
           SELECT ATTR-FILE ASSIGN TO "ATTRRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
          FD STUDENT.
          COPY "StudentFile.cpy".

           FD  ATTR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  ATTR-REC                    PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 id-student PIC 9(5).
           01 first-name PIC X(10).
           01 last-name PIC X(10).
           01 group_number PIC 9(5).
           01 campus_code PIC X(3).
           01 ws-reason-code PIC X(10).
           01 ws-leave-reason PIC X(2).
           01 ws-dest-school PIC X(30).
           01 ws-left-day PIC X(10).
           01 ws-run-date PIC X(8).
           01 ws-prior-point PIC X(8).
           01 ws-term-code PIC X(6).
           01 ws-term-start PIC X(8).
           01 ws-term-end PIC X(8).
           01 ws-prior-code PIC X(6).
           01 ws-prior-start PIC X(8).
           01 ws-prior-end PIC X(8).
           01 ws-from-key PIC X(10).
           01 ws-to-key PIC X(10).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           COPY "Leaving.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  FS                             PIC XX.
           01  WS-ATTR-STATUS                 PIC XX.
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-DATE-ARG                    PIC X(8).
           01  WS-PRIOR-FOUND                 PIC X(1).
           01  WS-PRIOR-NUM                   PIC 9(8).
           01  WS-MID-INT                     PIC 9(7).
           01  WS-DAY-DATE                    PIC 9(8).
           01  WS-LEFT-DATE                   PIC X(8).
           01  WS-LEFT-INT                    PIC 9(7).
           01  WS-ENROLL-INT                  PIC 9(7).
           01  WS-YEARS                       PIC 9(3).
           01  WS-ON-FILE                     PIC X(1).
           01  WS-CLASS                       PIC X(3).

      *Pass through the leavers: P same term last year, C this
      *term, F this term again for the follow-up list.
           01  WS-PASS                        PIC X(1).

      *Counts per analysis line, kept in dimension and key order:
      *1 reason, 2 class, 3 group, 4 campus, 5 length of enrollment
      *(A under 1 year, B 1 year, C 2-3, D 4-6, E 7 or more, F not
      *on FILE001).
           01  WS-AN-COUNT                    PIC 9(3) VALUE 0.
           01  WS-AN-OVERFLOW                 PIC X(1) VALUE 'N'.
           01  WS-AN-TABLE.
               05  WS-AN OCCURS 401 TIMES.
                   10  WS-AN-SORT-KEY.
                       15  WS-AN-DIM          PIC 9(1).
                       15  WS-AN-KEY          PIC X(5).
                   10  WS-AN-NOW              PIC 9(5).
                   10  WS-AN-PRIOR            PIC 9(5).
           01  WS-FIND-SORT-KEY.
               05  WS-FIND-DIM                PIC 9(1).
               05  WS-FIND-KEY                PIC X(5).

           01  I                              PIC 9(3).
           01  J                              PIC 9(3).
           01  K                              PIC 9(3).
           01  D                              PIC 9(1).
           01  WS-FOUND                       PIC X(1).
           01  WS-LABEL                       PIC X(30).
           01  WS-DIFF                        PIC S9(5).
           01  WS-LEAVERS-NOW                 PIC 9(5) VALUE 0.
           01  WS-LEAVERS-PRIOR               PIC 9(5) VALUE 0.
           01  WS-DEST-NAMED                  PIC 9(5) VALUE 0.
           01  WS-FOLLOW-COUNT                PIC 9(5) VALUE 0.
           01  WS-ED-NOW                      PIC ZZZZ9.
           01  WS-ED-PRIOR                    PIC ZZZZ9.
           01  WS-ED-DIFF                     PIC -ZZZZ9.
           01  WS-ED-GROUP                    PIC ZZZZ9.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramLEAV: termly attrition report'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE.

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
          PERFORM FIND-REPORT-TERMS
          OPEN INPUT STUDENT
          IF FS NOT = '00'
             DISPLAY 'FILE001 not available, status: ' FS
             MOVE 'ABORT' TO RUNLOG-STATUS
             PERFORM WRITE-RUN-LOG
             EXEC SQL COMMIT WORK RELEASE END-EXEC
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          IF WS-PRIOR-FOUND = 'Y'
             MOVE 'P' TO WS-PASS
             MOVE ws-prior-start TO WS-DAY-DATE
             PERFORM SET-FROM-KEY
             MOVE ws-prior-end TO WS-DAY-DATE
             PERFORM SET-TO-KEY
             PERFORM SCAN-LEAVERS
          END-IF
          MOVE 'C' TO WS-PASS
          MOVE ws-term-start TO WS-DAY-DATE
          PERFORM SET-FROM-KEY
          MOVE ws-term-end TO WS-DAY-DATE
          PERFORM SET-TO-KEY
          PERFORM SCAN-LEAVERS
          OPEN OUTPUT ATTR-FILE
          PERFORM PRINT-REPORT-HEADING
          PERFORM VARYING D FROM 1 BY 1 UNTIL D > 5
             PERFORM PRINT-DIMENSION
          END-PERFORM
          PERFORM PRINT-FOLLOW-UP-HEADING
          MOVE 'F' TO WS-PASS
          PERFORM SCAN-LEAVERS
          IF WS-FOLLOW-COUNT = 0
             MOVE '   (every withdrawal this term has a reason)'
                TO WS-PRINT-LINE
             PERFORM PRINT-A-LINE
          END-IF
          CLOSE ATTR-FILE
          CLOSE STUDENT
          DISPLAY 'Leavers this term:          ' WS-LEAVERS-NOW
          DISPLAY 'Leavers same term last year: ' WS-LEAVERS-PRIOR
          DISPLAY 'Withdrawals to follow up:   ' WS-FOLLOW-COUNT
          MOVE WS-FOLLOW-COUNT TO RUNLOG-REJECT-COUNT
          MOVE 'OK' TO RUNLOG-STATUS
          PERFORM WRITE-RUN-LOG
          EXEC SQL COMMIT WORK RELEASE END-EXEC
          IF WS-FOLLOW-COUNT > 0
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF
       ELSE
          DISPLAY 'Connecting...'
          DISPLAY 'SQLCODE = ' SQLCODE
          DISPLAY 'Program is stopped!'
          MOVE 12 TO RETURN-CODE
       END-IF.

       STOP RUN.

      *The term reported is the one containing the run date. The
      *same term last year is the term containing the date one year
      *before the middle of this one, so a term that starts a few
      *days later or earlier than last year still pairs with it.
       FIND-REPORT-TERMS.
           IF WS-DATE-ARG = SPACES
              ACCEPT WS-DAY-DATE FROM DATE YYYYMMDD
              MOVE WS-DAY-DATE TO ws-run-date
           ELSE
              MOVE WS-DATE-ARG TO ws-run-date
           END-IF.
           EXEC SQL
              SELECT term_code, start_date, end_date
              INTO :ws-term-code, :ws-term-start, :ws-term-end
              FROM term_master
              WHERE start_date <= :ws-run-date
                AND end_date >= :ws-run-date
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO SQLCODE
              DISPLAY 'No term on the term master contains '
                 ws-run-date
              MOVE 'NOTERM' TO RUNLOG-STATUS
              PERFORM WRITE-RUN-LOG
              EXEC SQL COMMIT WORK RELEASE END-EXEC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-MID-INT =
              (FUNCTION INTEGER-OF-DATE
                  (FUNCTION NUMVAL(ws-term-start))
               + FUNCTION INTEGER-OF-DATE
                  (FUNCTION NUMVAL(ws-term-end))) / 2.
           COMPUTE WS-PRIOR-NUM =
              FUNCTION DATE-OF-INTEGER(WS-MID-INT) - 10000.
           IF WS-PRIOR-NUM(5:4) = '0229'
              MOVE '0228' TO WS-PRIOR-NUM(5:4)
           END-IF.
           MOVE WS-PRIOR-NUM TO ws-prior-point.
           MOVE 'Y' TO WS-PRIOR-FOUND.
           EXEC SQL
              SELECT term_code, start_date, end_date
              INTO :ws-prior-code, :ws-prior-start, :ws-prior-end
              FROM term_master
              WHERE start_date <= :ws-prior-point
                AND end_date >= :ws-prior-point
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO SQLCODE
              MOVE 'N' TO WS-PRIOR-FOUND
              MOVE SPACES TO ws-prior-code
              DISPLAY 'No term last year contains ' ws-prior-point
                 ' - no comparison'
           END-IF.

       SET-FROM-KEY.
           MOVE SPACES TO ws-from-key.
           MOVE WS-DAY-DATE(1:4) TO ws-from-key(1:4).
           MOVE '-' TO ws-from-key(5:1).
           MOVE WS-DAY-DATE(5:2) TO ws-from-key(6:2).
           MOVE '-' TO ws-from-key(8:1).
           MOVE WS-DAY-DATE(7:2) TO ws-from-key(9:2).

       SET-TO-KEY.
           MOVE SPACES TO ws-to-key.
           MOVE WS-DAY-DATE(1:4) TO ws-to-key(1:4).
           MOVE '-' TO ws-to-key(5:1).
           MOVE WS-DAY-DATE(5:2) TO ws-to-key(6:2).
           MOVE '-' TO ws-to-key(8:1).
           MOVE WS-DAY-DATE(7:2) TO ws-to-key(9:2).

       SCAN-LEAVERS.
           EXEC SQL
              DECLARE C-LEAVERS CURSOR FOR
              SELECT id_student, first_name, last_name,
                     COALESCE(group_number, 0),
                     COALESCE(campus_code, ' '),
                     reason_code,
                     COALESCE(leave_reason, ' '),
                     COALESCE(dest_school, ' '),
                     SUBSTR(deleted_ts, 1, 10)
              FROM students_history
              WHERE reason_code IN ('WITHDRAW', 'SINGLE')
                AND SUBSTR(deleted_ts, 1, 10) >= :ws-from-key
                AND SUBSTR(deleted_ts, 1, 10) <= :ws-to-key
              ORDER BY deleted_ts, id_student
           END-EXEC.
           EXEC SQL
              OPEN C-LEAVERS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-LEAVERS
                 INTO :id-student, :first-name, :last-name,
                      :group_number, :campus_code,
                      :ws-reason-code, :ws-leave-reason,
                      :ws-dest-school, :ws-left-day
              END-EXEC
              IF SQLCODE = 0
                 MOVE ws-leave-reason TO LEAVING-REASON
                 IF WS-PASS = 'F'
                    IF NOT LEAVING-REASON-VALID
                       PERFORM PRINT-FOLLOW-UP-LINE
                    END-IF
                 ELSE
                    ADD 1 TO RUNLOG-READ-COUNT
                    PERFORM TALLY-ONE-LEAVER
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-LEAVERS
           END-EXEC.
           MOVE 0 TO SQLCODE.

       TALLY-ONE-LEAVER.
           IF WS-PASS = 'C'
              ADD 1 TO WS-LEAVERS-NOW
              IF ws-dest-school NOT = SPACES
                 ADD 1 TO WS-DEST-NAMED
              END-IF
           ELSE
              ADD 1 TO WS-LEAVERS-PRIOR
           END-IF.
           PERFORM READ-ENROLLMENT.
           MOVE 1 TO WS-FIND-DIM.
           IF ws-leave-reason = SPACES
              MOVE 'NONE' TO WS-FIND-KEY
           ELSE
              MOVE ws-leave-reason TO WS-FIND-KEY
           END-IF.
           PERFORM ADD-TO-ANALYSIS.
           MOVE 2 TO WS-FIND-DIM.
           MOVE WS-CLASS TO WS-FIND-KEY.
           PERFORM ADD-TO-ANALYSIS.
           MOVE 3 TO WS-FIND-DIM.
           MOVE group_number TO WS-FIND-KEY.
           PERFORM ADD-TO-ANALYSIS.
           MOVE 4 TO WS-FIND-DIM.
           MOVE campus_code TO WS-FIND-KEY.
           PERFORM ADD-TO-ANALYSIS.
           MOVE 5 TO WS-FIND-DIM.
           PERFORM SET-LENGTH-BAND.
           PERFORM ADD-TO-ANALYSIS.

      *Class and enrollment date come from the FILE001 extract; a
      *student the extract no longer carries counts as not on file.
       READ-ENROLLMENT.
           MOVE id-student TO STUDENT-ID.
           READ STUDENT
              INVALID KEY
                 MOVE 'N' TO WS-ON-FILE
                 MOVE '???' TO WS-CLASS
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ON-FILE
                 MOVE CLASS1 TO WS-CLASS
           END-READ.

       SET-LENGTH-BAND.
           MOVE 'F' TO WS-FIND-KEY.
           MOVE SPACES TO WS-LEFT-DATE.
           STRING ws-left-day(1:4) DELIMITED BY SIZE
              ws-left-day(6:2) DELIMITED BY SIZE
              ws-left-day(9:2) DELIMITED BY SIZE
              INTO WS-LEFT-DATE
           END-STRING.
           IF WS-ON-FILE = 'Y' AND ENROLLMENT-DATE NUMERIC
              AND ENROLLMENT-DATE > 16010101
              AND WS-LEFT-DATE NUMERIC
              AND ENROLLMENT-DATE <= FUNCTION NUMVAL(WS-LEFT-DATE)
              COMPUTE WS-LEFT-INT = FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(WS-LEFT-DATE))
              COMPUTE WS-ENROLL-INT =
                 FUNCTION INTEGER-OF-DATE(ENROLLMENT-DATE)
              COMPUTE WS-YEARS =
                 (WS-LEFT-INT - WS-ENROLL-INT) / 365
              EVALUATE TRUE
                 WHEN WS-YEARS = 0
                    MOVE 'A' TO WS-FIND-KEY
                 WHEN WS-YEARS = 1
                    MOVE 'B' TO WS-FIND-KEY
                 WHEN WS-YEARS < 4
                    MOVE 'C' TO WS-FIND-KEY
                 WHEN WS-YEARS < 7
                    MOVE 'D' TO WS-FIND-KEY
                 WHEN OTHER
                    MOVE 'E' TO WS-FIND-KEY
              END-EVALUATE
           END-IF.

      *Leaves J on the line for WS-FIND-SORT-KEY, inserting it in
      *order when it is new.
       ADD-TO-ANALYSIS.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-AN-COUNT
                 OR WS-AN-SORT-KEY(J) >= WS-FIND-SORT-KEY
              CONTINUE
           END-PERFORM.
           IF J <= WS-AN-COUNT
              AND WS-AN-SORT-KEY(J) = WS-FIND-SORT-KEY
              MOVE 'Y' TO WS-FOUND
           ELSE
              IF WS-AN-COUNT < 400
                 PERFORM VARYING K FROM WS-AN-COUNT BY -1
                    UNTIL K < J
                    MOVE WS-AN(K) TO WS-AN(K + 1)
                 END-PERFORM
                 ADD 1 TO WS-AN-COUNT
                 MOVE WS-FIND-SORT-KEY TO WS-AN-SORT-KEY(J)
                 MOVE 0 TO WS-AN-NOW(J) WS-AN-PRIOR(J)
                 MOVE 'Y' TO WS-FOUND
              ELSE
                 IF WS-AN-OVERFLOW NOT = 'Y'
                    MOVE 'Y' TO WS-AN-OVERFLOW
                    DISPLAY 'Analysis table full - later lines'
                       ' not counted'
                 END-IF
              END-IF
           END-IF.
           IF WS-FOUND = 'Y'
              IF WS-PASS = 'C'
                 ADD 1 TO WS-AN-NOW(J)
              ELSE
                 ADD 1 TO WS-AN-PRIOR(J)
              END-IF
           END-IF.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'ATTRITION REPORT FOR TERM ' DELIMITED BY SIZE
              ws-term-code DELIMITED BY SIZE
              ' (' DELIMITED BY SIZE
              ws-term-start DELIMITED BY SIZE
              ' TO ' DELIMITED BY SIZE
              ws-term-end DELIMITED BY SIZE
              ')' DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-PRIOR-FOUND = 'Y'
              STRING 'COMPARED WITH TERM ' DELIMITED BY SIZE
                 ws-prior-code DELIMITED BY SIZE
                 ' (' DELIMITED BY SIZE
                 ws-prior-start DELIMITED BY SIZE
                 ' TO ' DELIMITED BY SIZE
                 ws-prior-end DELIMITED BY SIZE
                 ')' DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
              END-STRING
           ELSE
              MOVE 'NO SAME TERM LAST YEAR ON THE TERM MASTER'
                 TO WS-PRINT-LINE
           END-IF.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE WS-LEAVERS-NOW TO WS-ED-NOW.
           MOVE WS-LEAVERS-PRIOR TO WS-ED-PRIOR.
           COMPUTE WS-DIFF = WS-LEAVERS-NOW - WS-LEAVERS-PRIOR.
           MOVE WS-DIFF TO WS-ED-DIFF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'LEAVERS THIS TERM ' DELIMITED BY SIZE
              WS-ED-NOW DELIMITED BY SIZE
              '  LAST YEAR ' DELIMITED BY SIZE
              WS-ED-PRIOR DELIMITED BY SIZE
              '  CHANGE ' DELIMITED BY SIZE
              WS-ED-DIFF DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE WS-DEST-NAMED TO WS-ED-NOW.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'LEAVERS THIS TERM WITH A DESTINATION SCHOOL '
              DELIMITED BY SIZE
              WS-ED-NOW DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.

       PRINT-DIMENSION.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           EVALUATE D
              WHEN 1
                 MOVE 'BY LEAVING REASON' TO WS-LABEL
              WHEN 2
                 MOVE 'BY CLASS (FILE001)' TO WS-LABEL
              WHEN 3
                 MOVE 'BY GROUP' TO WS-LABEL
              WHEN 4
                 MOVE 'BY CAMPUS' TO WS-LABEL
              WHEN OTHER
                 MOVE 'BY LENGTH OF ENROLLMENT' TO WS-LABEL
           END-EVALUATE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-LABEL TO WS-PRINT-LINE(1:30).
           MOVE ' THIS TERM  LAST YEAR  CHANGE' TO WS-PRINT-LINE(31:29).
           PERFORM PRINT-A-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-AN-COUNT
              IF WS-AN-DIM(I) = D
                 PERFORM PRINT-ANALYSIS-LINE
              END-IF
           END-PERFORM.

       PRINT-ANALYSIS-LINE.
           MOVE SPACES TO WS-LABEL.
           EVALUATE D
              WHEN 1
                 PERFORM SET-REASON-LABEL
              WHEN 2
                 STRING '   CLASS ' DELIMITED BY SIZE
                    WS-AN-KEY(I) DELIMITED BY SIZE
                    INTO WS-LABEL
                 END-STRING
              WHEN 3
                 MOVE WS-AN-KEY(I) TO WS-ED-GROUP
                 STRING '   GROUP ' DELIMITED BY SIZE
                    WS-ED-GROUP DELIMITED BY SIZE
                    INTO WS-LABEL
                 END-STRING
              WHEN 4
                 IF WS-AN-KEY(I) = SPACES
                    MOVE '   CAMPUS NOT RECORDED' TO WS-LABEL
                 ELSE
                    STRING '   CAMPUS ' DELIMITED BY SIZE
                       WS-AN-KEY(I) DELIMITED BY SIZE
                       INTO WS-LABEL
                    END-STRING
                 END-IF
              WHEN OTHER
                 PERFORM SET-LENGTH-LABEL
           END-EVALUATE.
           MOVE WS-AN-NOW(I) TO WS-ED-NOW.
           IF WS-PRIOR-FOUND = 'Y'
              MOVE WS-AN-PRIOR(I) TO WS-ED-PRIOR
           END-IF.
           COMPUTE WS-DIFF = WS-AN-NOW(I) - WS-AN-PRIOR(I).
           MOVE WS-DIFF TO WS-ED-DIFF.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-LABEL TO WS-PRINT-LINE(1:30).
           MOVE WS-ED-NOW TO WS-PRINT-LINE(35:5).
           IF WS-PRIOR-FOUND = 'Y'
              MOVE WS-ED-PRIOR TO WS-PRINT-LINE(46:5)
              MOVE WS-ED-DIFF TO WS-PRINT-LINE(53:6)
           ELSE
              MOVE '  N/A' TO WS-PRINT-LINE(46:5)
           END-IF.
           PERFORM PRINT-A-LINE.

       SET-REASON-LABEL.
           EVALUATE WS-AN-KEY(I)
              WHEN 'NONE'
                 MOVE '   NO REASON GIVEN' TO WS-LABEL
              WHEN 'MV'
                 MOVE '   MV MOVED OUT OF AREA' TO WS-LABEL
              WHEN 'TR'
                 MOVE '   TR TRANSFERRED' TO WS-LABEL
              WHEN 'DS'
                 MOVE '   DS DISSATISFIED' TO WS-LABEL
              WHEN 'FE'
                 MOVE '   FE FEES OR COST' TO WS-LABEL
              WHEN 'HE'
                 MOVE '   HE HEALTH OR FAMILY' TO WS-LABEL
              WHEN 'EX'
                 MOVE '   EX EXCLUDED' TO WS-LABEL
              WHEN 'OT'
                 MOVE '   OT OTHER' TO WS-LABEL
              WHEN OTHER
                 STRING '   ' DELIMITED BY SIZE
                    WS-AN-KEY(I)(1:2) DELIMITED BY SIZE
                    ' UNKNOWN CODE' DELIMITED BY SIZE
                    INTO WS-LABEL
                 END-STRING
           END-EVALUATE.

       SET-LENGTH-LABEL.
           EVALUATE WS-AN-KEY(I)
              WHEN 'A'
                 MOVE '   UNDER 1 YEAR' TO WS-LABEL
              WHEN 'B'
                 MOVE '   1 YEAR' TO WS-LABEL
              WHEN 'C'
                 MOVE '   2 TO 3 YEARS' TO WS-LABEL
              WHEN 'D'
                 MOVE '   4 TO 6 YEARS' TO WS-LABEL
              WHEN 'E'
                 MOVE '   7 YEARS OR MORE' TO WS-LABEL
              WHEN OTHER
                 MOVE '   NOT ON FILE001' TO WS-LABEL
           END-EVALUATE.

       PRINT-FOLLOW-UP-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE 'WITHDRAWALS THIS TERM WITH NO VALID LEAVING REASON'
              TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE 'ID    NAME' TO WS-PRINT-LINE(1:10).
           MOVE 'GROUP CAMP LEFT' TO WS-PRINT-LINE(29:15).
           MOVE 'ROUTE     CODE' TO WS-PRINT-LINE(51:14).
           PERFORM PRINT-A-LINE.

       PRINT-FOLLOW-UP-LINE.
           ADD 1 TO WS-FOLLOW-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING id-student DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              first-name DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              last-name DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              group_number DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              campus_code DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              ws-left-day DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-reason-code DELIMITED BY SIZE
              ws-leave-reason DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.

       PRINT-A-LINE.
           WRITE ATTR-REC FROM WS-PRINT-LINE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMLEAV' TO RUNLOG-JOB-NAME.
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
