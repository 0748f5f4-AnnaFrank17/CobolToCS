      *Posting period check. period_control holds one row per campus
      *and month (YYYYMM) that PROGRAMPCLS has closed or reopened,
      *with its status: C closed, O open. A month with no row has
      *never been closed and is open. A standalone subprogram like
      *PROGRAMAUTH so attendance, graded work and payment posting all
      *apply the same lock.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMPERD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 campus_code PIC X(3).
           01 ws-period PIC X(6).
           01 ws-period-status PIC X(1).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           COPY "Period.cpy".

       PROCEDURE DIVISION USING SQLCA, PERIOD-REQUEST.

              SECT-MAIN.
                 MOVE 'O' TO PERIOD-RESULT.
                 MOVE PERIOD-CAMPUS-CODE TO campus_code.
                 MOVE PERIOD-DATE(1:6) TO ws-period.
                 EXEC SQL
                    SELECT period_status INTO :ws-period-status
                    FROM period_control
                    WHERE campus_code = :campus_code
                      AND period = :ws-period
                 END-EXEC.
                 EVALUATE SQLCODE
                    WHEN 0
                       IF ws-period-status = 'C'
                          MOVE 'C' TO PERIOD-RESULT
                       END-IF
                    WHEN 100
                       MOVE 'O' TO PERIOD-RESULT
                    WHEN OTHER
                       DISPLAY 'Period lookup failed, SQLCODE = '
                          SQLCODE
                       MOVE 'E' TO PERIOD-RESULT
                 END-EVALUATE.
                 GOBACK.
