      *Monthly household statement for the guardian of record. Uses
      *the household link kept on the student records by PROGRAMHH so
      *a family with several children gets one statement instead of a
      *letter and an invoice per child. The statement month is
      *argument 1 (YYYYMM, the previous month by default). Each
      *statement is addressed to the household's guardian of record
      *(contact type G on guardians, taken from the lowest student id
      *in the household that has one) and shows, for every child, the
      *open invoice balance, the payments received in the month, the
      *month's attendance from the weekly attendance_rollup (weeks
      *starting in the month) and any required document (IMMUN,
      *RESID) missing or expired at month end. Statements print to
      *HHSTMT in mailing order by the country and city of the
      *household's guardian of record (the address of its lowest
      *student id where it has none), then household and last name.
      *The address sorted on is the household's own, so children
      *recorded with different city spellings still share one
      *statement. The closed file is registered in the transmission
      *manifest.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMHHST.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT STMT-FILE ASSIGN TO "HHSTMT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  STMT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  STMT-REC                    PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 students.
              05 id-student PIC 9(5).
              05 first-name PIC X(10).
              05 last-name PIC X(10).
              05 group_number PIC 9(5).
              05 city PIC X(10).
              05 country PIC X(10).
              05 campus_code PIC X(3).

           01 ws-household-id PIC 9(5).
           01 ws-guardian-id PIC 9(5).
           01 ws-contact-name PIC X(20).
           01 ws-contact-phone PIC X(15).
           01 ws-contact-city PIC X(10).
           01 ws-contact-country PIC X(10).
           01 ws-month-first PIC X(8).
           01 ws-month-last PIC X(8).
           01 ws-doc-type PIC X(6).
           01 ws-expiry-date PIC X(8).
           01 ws-open-balance PIC S9(7)V99.
           01 ws-month-paid PIC 9(7)V99.
           01 ws-present-count PIC 9(5).
           01 ws-recorded-count PIC 9(5).
           01 v-count PIC 9(10).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           COPY "Manifest.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  WS-STMT-MONTH                  PIC X(6).
           01  WS-STMT-STATUS                 PIC XX.
           01  WS-PRINT-LINE                  PIC X(80).
           01  WS-MONTH-NUM.
               05 WS-MONTH-YYYY               PIC 9(4).
               05 WS-MONTH-MM                 PIC 9(2).
           01  WS-DATE-NUM                    PIC 9(8).
           01  WS-NEXT-DATE                   PIC 9(8).
           01  WS-LAST-INT                    PIC 9(7).
           01  WS-FIRST-ROW                   PIC X(1).
           01  WS-PREV-HH                     PIC 9(5).
           01  WS-DOC-NOTE                    PIC X(30).
           01  WS-DOC-PTR                     PIC 9(2).
           01  WS-HH-BALANCE                  PIC S9(9)V99.
           01  WS-HH-PAID                     PIC 9(9)V99.
           01  WS-HH-CHILDREN                 PIC 9(3).
           01  WS-ATT-PCT                     PIC 9(3).
           01  WS-MONEY-EDIT                  PIC -(7)9.99.
           01  WS-HH-COUNT                    PIC 9(7) VALUE 0.
           01  WS-STU-COUNT                   PIC 9(7) VALUE 0.
           01  WS-XMIT-HASH                   PIC 9(12) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY 'ProgramHHST: monthly household statements'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-STMT-MONTH FROM ARGUMENT-VALUE.
       IF WS-STMT-MONTH = SPACES
          PERFORM SET-PREVIOUS-MONTH
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
          PERFORM INIT-RUN-LOG
          DISPLAY 'Statement month ' WS-STMT-MONTH
          PERFORM SET-MONTH-RANGE
          PERFORM PRINT-STATEMENTS
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

       SET-PREVIOUS-MONTH.
           ACCEPT WS-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-DATE-NUM(1:6) TO WS-MONTH-NUM.
           IF WS-MONTH-MM = 1
              SUBTRACT 1 FROM WS-MONTH-YYYY
              MOVE 12 TO WS-MONTH-MM
           ELSE
              SUBTRACT 1 FROM WS-MONTH-MM
           END-IF.
           MOVE WS-MONTH-NUM TO WS-STMT-MONTH.

       SET-MONTH-RANGE.
           MOVE WS-STMT-MONTH TO WS-MONTH-NUM.
           COMPUTE WS-DATE-NUM =
              WS-MONTH-YYYY * 10000 + WS-MONTH-MM * 100 + 1.
           MOVE WS-DATE-NUM TO ws-month-first.
           IF WS-MONTH-MM = 12
              COMPUTE WS-NEXT-DATE =
                 (WS-MONTH-YYYY + 1) * 10000 + 101
           ELSE
              COMPUTE WS-NEXT-DATE =
                 WS-MONTH-YYYY * 10000 + (WS-MONTH-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-LAST-INT =
              FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) - 1.
           COMPUTE WS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-LAST-INT).
           MOVE WS-DATE-NUM TO ws-month-last.

       PRINT-STATEMENTS.
           OPEN OUTPUT STMT-FILE.
           MOVE 'Y' TO WS-FIRST-ROW.
           EXEC SQL
              DECLARE C-HHST CURSOR FOR
              SELECT s.id, s.first_name, s.last_name,
                     s.group_number, s.city, s.country,
                     s.campus_code, h.hh_id
              FROM students s
                   JOIN (SELECT COALESCE(household_id, id) AS hh_id,
                                MIN(id) AS first_id
                         FROM students
                         GROUP BY COALESCE(household_id, id)) h
                     ON h.hh_id = COALESCE(s.household_id, s.id)
                   JOIN students f
                     ON f.id = h.first_id
                   LEFT JOIN
                        (SELECT COALESCE(s2.household_id, s2.id)
                                   AS hh_id,
                                MIN(g2.id_student) AS guardian_id
                         FROM guardians g2, students s2
                         WHERE g2.contact_type = 'G'
                           AND s2.id = g2.id_student
                         GROUP BY COALESCE(s2.household_id, s2.id)) r
                     ON r.hh_id = h.hh_id
                   LEFT JOIN guardians g
                     ON g.id_student = r.guardian_id
                    AND g.contact_type = 'G'
              ORDER BY COALESCE(g.country, f.country),
                       COALESCE(g.city, f.city),
                       h.hh_id, s.last_name, s.first_name
           END-EXEC.
           EXEC SQL
              OPEN C-HHST
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-HHST
                 INTO :id-student, :first-name, :last-name,
                      :group_number, :city, :country,
                      :campus_code, :ws-household-id
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO RUNLOG-READ-COUNT
                 PERFORM PRINT-ONE-CHILD
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-HHST
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WS-FIRST-ROW = 'N'
              PERFORM PRINT-HOUSEHOLD-TOTAL
           END-IF.
           CLOSE STMT-FILE.
           MOVE 'HHSTMT' TO MANIFEST-FILE-NAME.
           MOVE 'PROGRAMHHST' TO MANIFEST-JOB-NAME.
           MOVE WS-CLOCK-DATE TO MANIFEST-PROC-DATE.
           MOVE WS-HH-COUNT TO MANIFEST-RECORD-COUNT.
           MOVE WS-XMIT-HASH TO MANIFEST-HASH-TOTAL.
           CALL "ProgramMANIF" USING SQLCA, MANIFEST-REQUEST.
           MOVE 0 TO SQLCODE.
           DISPLAY 'Statements printed: ' WS-HH-COUNT.
           DISPLAY 'Children listed:    ' WS-STU-COUNT.

       PRINT-ONE-CHILD.
           IF WS-FIRST-ROW = 'N'
              AND ws-household-id NOT = WS-PREV-HH
              PERFORM PRINT-HOUSEHOLD-TOTAL
           END-IF.
           IF WS-FIRST-ROW = 'Y'
              OR ws-household-id NOT = WS-PREV-HH
              PERFORM PRINT-STATEMENT-HEAD
           END-IF.
           MOVE 'N' TO WS-FIRST-ROW.
           MOVE ws-household-id TO WS-PREV-HH.
           ADD 1 TO WS-STU-COUNT WS-HH-CHILDREN.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  ' DELIMITED BY SIZE
              first-name DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              last-name DELIMITED BY SIZE
              '  ID ' DELIMITED BY SIZE
              id-student DELIMITED BY SIZE
              '  GROUP ' DELIMITED BY SIZE
              group_number DELIMITED BY SIZE
              '  CAMPUS ' DELIMITED BY SIZE
              campus_code DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-CHILD-ACCOUNT.
           PERFORM PRINT-CHILD-ATTENDANCE.
           PERFORM PRINT-CHILD-DOCUMENTS.

      *The household's guardian of record; if no child in the
      *household has one the statement goes to the family by name.
       PRINT-STATEMENT-HEAD.
           ADD 1 TO WS-HH-COUNT.
           ADD ws-household-id TO WS-XMIT-HASH.
           MOVE 0 TO WS-HH-BALANCE WS-HH-PAID WS-HH-CHILDREN.
           MOVE 0 TO ws-guardian-id.
           MOVE SPACES TO ws-contact-name ws-contact-phone
              ws-contact-city ws-contact-country.
           EXEC SQL
              SELECT MIN(g.id_student) INTO :ws-guardian-id
              FROM guardians g, students s
              WHERE g.contact_type = 'G'
                AND s.id = g.id_student
                AND COALESCE(s.household_id, s.id) = :ws-household-id
           END-EXEC.
           IF SQLCODE = 0 AND ws-guardian-id > 0
              EXEC SQL
                 SELECT contact_name, phone_number, city, country
                 INTO :ws-contact-name, :ws-contact-phone,
                      :ws-contact-city, :ws-contact-country
                 FROM guardians
                 WHERE id_student = :ws-guardian-id
                   AND contact_type = 'G'
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0 OR ws-contact-name = SPACES
              MOVE SPACES TO ws-contact-name
              STRING 'THE ' DELIMITED BY SIZE
                 last-name DELIMITED BY SPACE
                 ' FAMILY' DELIMITED BY SIZE
                 INTO ws-contact-name
              END-STRING
              MOVE city TO ws-contact-city
              MOVE country TO ws-contact-country
           END-IF.
           MOVE 0 TO SQLCODE.
           MOVE ALL '=' TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'HOUSEHOLD STATEMENT FOR ' DELIMITED BY SIZE
              WS-STMT-MONTH DELIMITED BY SIZE
              '          HOUSEHOLD ' DELIMITED BY SIZE
              ws-household-id DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'TO: ' DELIMITED BY SIZE
              ws-contact-name DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              ws-contact-phone DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '    ' DELIMITED BY SIZE
              ws-contact-city DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-contact-country DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.

       PRINT-CHILD-ACCOUNT.
           MOVE 0 TO ws-open-balance ws-month-paid.
           EXEC SQL
              SELECT COALESCE(SUM(invoice_amount - paid_amount
                                  - credit_amount), 0)
              INTO :ws-open-balance
              FROM invoices
              WHERE id_student = :id-student
                AND inv_status = 'O'
           END-EXEC.
           EXEC SQL
              SELECT COALESCE(SUM(pay_amount), 0)
              INTO :ws-month-paid
              FROM payments
              WHERE id_student = :id-student
                AND pay_date >= :ws-month-first
                AND pay_date <= :ws-month-last
           END-EXEC.
           MOVE 0 TO SQLCODE.
           ADD ws-open-balance TO WS-HH-BALANCE.
           ADD ws-month-paid TO WS-HH-PAID.
           MOVE ws-open-balance TO WS-MONEY-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '     OPEN BALANCE:        ' DELIMITED BY SIZE
              WS-MONEY-EDIT DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE ws-month-paid TO WS-MONEY-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '     PAID THIS MONTH:     ' DELIMITED BY SIZE
              WS-MONEY-EDIT DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.

      *The attendance figures come from the weekly rollup kept by
      *PROGRAMATT rather than the raw attendance table.
       PRINT-CHILD-ATTENDANCE.
           MOVE 0 TO ws-present-count ws-recorded-count.
           EXEC SQL
              SELECT COALESCE(SUM(present_count), 0),
                     COALESCE(SUM(recorded_count), 0)
              INTO :ws-present-count, :ws-recorded-count
              FROM attendance_rollup
              WHERE id_student = :id-student
                AND week_start >= :ws-month-first
                AND week_start <= :ws-month-last
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF ws-recorded-count = 0
              MOVE '     ATTENDANCE:          no days recorded'
                 TO WS-PRINT-LINE
           ELSE
              COMPUTE WS-ATT-PCT =
                 (ws-present-count * 100) / ws-recorded-count
              STRING '     ATTENDANCE:          ' DELIMITED BY SIZE
                 ws-present-count DELIMITED BY SIZE
                 ' of ' DELIMITED BY SIZE
                 ws-recorded-count DELIMITED BY SIZE
                 ' days (' DELIMITED BY SIZE
                 WS-ATT-PCT DELIMITED BY SIZE
                 '%)' DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
              END-STRING
           END-IF.
           PERFORM PRINT-A-LINE.

       PRINT-CHILD-DOCUMENTS.
           MOVE SPACES TO WS-DOC-NOTE.
           MOVE 1 TO WS-DOC-PTR.
           MOVE 'IMMUN ' TO ws-doc-type.
           PERFORM CHECK-ONE-DOC.
           MOVE 'RESID ' TO ws-doc-type.
           PERFORM CHECK-ONE-DOC.
           IF WS-DOC-NOTE = SPACES
              MOVE 'all on file' TO WS-DOC-NOTE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '     DOCUMENTS:           ' DELIMITED BY SIZE
              WS-DOC-NOTE DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.

       CHECK-ONE-DOC.
           MOVE SPACES TO ws-expiry-date.
           EXEC SQL
              SELECT expiry_date INTO :ws-expiry-date
              FROM student_documents
              WHERE id_student = :id-student
                AND doc_type = :ws-doc-type
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 STRING 'MISSING ' DELIMITED BY SIZE
                    ws-doc-type DELIMITED BY SIZE
                    INTO WS-DOC-NOTE WITH POINTER WS-DOC-PTR
                 END-STRING
                 MOVE 0 TO SQLCODE
              WHEN ws-expiry-date NOT = '00000000'
                 AND ws-expiry-date NOT = SPACES
                 AND ws-expiry-date < ws-month-last
                 STRING 'EXPIRED ' DELIMITED BY SIZE
                    ws-doc-type DELIMITED BY SIZE
                    INTO WS-DOC-NOTE WITH POINTER WS-DOC-PTR
                 END-STRING
           END-EVALUATE.

       PRINT-HOUSEHOLD-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE WS-HH-BALANCE TO WS-MONEY-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'HOUSEHOLD OPEN BALANCE:    ' DELIMITED BY SIZE
              WS-MONEY-EDIT DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE WS-HH-PAID TO WS-MONEY-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'HOUSEHOLD PAID THIS MONTH: ' DELIMITED BY SIZE
              WS-MONEY-EDIT DELIMITED BY SIZE
              '   CHILDREN: ' DELIMITED BY SIZE
              WS-HH-CHILDREN DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-A-LINE.
           WRITE STMT-REC FROM WS-PRINT-LINE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMHHST' TO RUNLOG-JOB-NAME.
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
