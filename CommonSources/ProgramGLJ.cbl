      *Nightly general-ledger journal interface. Summarises the day's
      *tuition activity by campus and GL account: term invoices raised
      *by PROGRAMBILL (debit receivables with the net amount and
      *tuition discounts with the discount, credit tuition revenue with
      *the gross), pro-rata withdrawal credits from invoice_credits
      *(debit tuition credits, credit receivables) and receipts posted
      *by PROGRAMPAY (debit cash, credit receivables), and the day's
      *unapplied cash suspense movements: receipts, overpayments and
      *leftover credit reclassed from receivables to suspense, suspense
      *applied back to new invoices, and refunds paid out of suspense
      *to cash. The journal is built on the GLWORK work file with a
      *trailer carrying the line count and the debit and credit control
      *totals; only a balanced journal is copied to the GLJRNL release
      *file. An out-of-balance journal is refused with an OPSALERT and
      *return code 8. Source rows are not picked by their business
      *date but by the gl_post_date column on invoices,
      *invoice_credits, payments and suspense_movements: every row
      *still without one, logged before the run started and dated no
      *later than the posting date, goes into the journal, and the
      *rows are stamped with the posting date in the same unit of
      *work that releases the file. A receipt whose bank date is
      *earlier than the day it was loaded, an item back-dated into an
      *open period after that day was released, and the suspense
      *reclass that belongs to a receipt are therefore carried by the
      *next journal instead of being lost. gl_post_control holds one
      *row per posting date, so a journal file already released for a
      *date is never released a second time. The released
      *GLJRNL file is registered in the transmission manifest with
      *its journal line count; having no student ids, it carries the
      *debit control total in whole units as its hash total.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMGLJ.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT WORK-FILE ASSIGN TO "GLWORK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  WORK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  WORK-REC                    PIC X(80).

           FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           01  JOURNAL-REC                 PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 campus_code PIC X(3).
           01 ws-post-date PIC X(8).
           01 ws-post-status PIC X(1).
           01 ws-sum-amount PIC 9(9)V99.
           01 ws-sum-gross PIC 9(9)V99.
           01 ws-sum-discount PIC 9(9)V99.
           01 ws-sum-count PIC 9(7).
           01 ws-move-type PIC X(8).
           01 ws-line-count PIC 9(7).
           01 ws-debit-total PIC 9(11)V99.
           01 ws-credit-total PIC 9(11)V99.
           01 v-count PIC 9(10).
           01 ws-cutoff-ts PIC X(26).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "Signon.cpy".

           COPY "JobRunLog.cpy".

           COPY "OpsAlert.cpy".

           COPY "Manifest.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-PROFILE                    PIC X(4).
           01  WS-WORK-STATUS                 PIC XX.
           01  WS-JRNL-STATUS                 PIC XX.
           01  WS-WORK-EOF                    PIC X(1).
           01  WS-ALERT-MSG                   PIC X(80).
           01  WS-ALREADY-POSTED              PIC X(1).

           01  WS-JOURNAL-LINE.
               05 GJ-REC-TYPE                 PIC X(3).
               05 GJ-POST-DATE                PIC X(8).
               05 GJ-CAMPUS-CODE              PIC X(3).
               05 GJ-ACCOUNT                  PIC X(6).
               05 GJ-DR-CR                    PIC X(1).
               05 GJ-AMOUNT                   PIC 9(9)V99.
               05 GJ-SOURCE                   PIC X(8).
               05 GJ-ITEM-COUNT               PIC 9(7).
               05 FILLER                      PIC X(33).
           01  WS-TRAILER-LINE REDEFINES WS-JOURNAL-LINE.
               05 GT-REC-TYPE                 PIC X(3).
               05 GT-POST-DATE                PIC X(8).
               05 GT-LINE-COUNT               PIC 9(7).
               05 GT-DEBIT-TOTAL              PIC 9(11)V99.
               05 GT-CREDIT-TOTAL             PIC 9(11)V99.
               05 FILLER                      PIC X(36).

      *GL account codes used by the interface.
           01  WS-ACCT-CASH                   PIC X(6) VALUE '101000'.
           01  WS-ACCT-RECEIVABLE             PIC X(6) VALUE '120000'.
           01  WS-ACCT-TUITION                PIC X(6) VALUE '400000'.
           01  WS-ACCT-CREDITS                PIC X(6) VALUE '410000'.
           01  WS-ACCT-DISCOUNTS              PIC X(6) VALUE '420000'.
           01  WS-ACCT-SUSPENSE               PIC X(6) VALUE '230000'.

           01  WS-DEBIT-ACCT                  PIC X(6).
           01  WS-CREDIT-ACCT                 PIC X(6).
           01  WS-SOURCE                      PIC X(8).

       PROCEDURE DIVISION.

       DISPLAY 'ProgramGLJ: general-ledger journal interface'.

       BEGIN-MODEL.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT ws-post-date FROM ARGUMENT-VALUE.
       IF ws-post-date = SPACES
          ACCEPT ws-post-date FROM DATE YYYYMMDD
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
          DISPLAY 'Journal for posting date ' ws-post-date
          PERFORM INIT-RUN-LOG
          PERFORM CHECK-ALREADY-POSTED
          IF WS-ALREADY-POSTED = 'Y'
             PERFORM REFUSE-DOUBLE-POST
             MOVE 'REFUSED' TO RUNLOG-STATUS
             PERFORM WRITE-RUN-LOG
             EXEC SQL COMMIT WORK RELEASE END-EXEC
             MOVE 4 TO RETURN-CODE
          ELSE
             PERFORM BUILD-JOURNAL
             IF ws-debit-total = ws-credit-total
                PERFORM RELEASE-JOURNAL
                MOVE 'OK' TO RUNLOG-STATUS
                PERFORM WRITE-RUN-LOG
                EXEC SQL COMMIT WORK RELEASE END-EXEC
                MOVE 0 TO RETURN-CODE
             ELSE
                PERFORM REFUSE-OUT-OF-BALANCE
                MOVE 'UNBAL' TO RUNLOG-STATUS
                PERFORM WRITE-RUN-LOG
                EXEC SQL COMMIT WORK RELEASE END-EXEC
                MOVE 8 TO RETURN-CODE
             END-IF
          END-IF
       ELSE
          DISPLAY 'Connecting...'
          DISPLAY 'SQLCODE = ' SQLCODE
          DISPLAY 'Program is stopped!'
          MOVE 12 TO RETURN-CODE
       END-IF.

       STOP RUN.

       CHECK-ALREADY-POSTED.
           MOVE 'N' TO WS-ALREADY-POSTED.
           EXEC SQL
              SELECT COUNT(*) INTO :v-count
              FROM gl_post_control
              WHERE post_date = :ws-post-date
                AND post_status = 'P'
           END-EXEC.
           IF v-count > 0
              MOVE 'Y' TO WS-ALREADY-POSTED
           END-IF.

       REFUSE-DOUBLE-POST.
           DISPLAY 'Journal already released for ' ws-post-date
              ', run refused'.
           MOVE SPACES TO WS-ALERT-MSG.
           STRING 'GL journal already posted for '
              DELIMITED BY SIZE
              ws-post-date DELIMITED BY SIZE
              ', rerun refused' DELIMITED BY SIZE
              INTO WS-ALERT-MSG
           END-STRING.
           MOVE 'W' TO ALERT-SEVERITY.
           MOVE 'PROGRAMGLJ' TO ALERT-JOB-NAME.
           MOVE WS-ALERT-MSG TO ALERT-TEXT.
           CALL "OPSALERT" USING ALERT-REQUEST.

       BUILD-JOURNAL.
           MOVE 0 TO ws-line-count ws-debit-total ws-credit-total.
           OPEN OUTPUT WORK-FILE.
           MOVE SPACES TO WS-JOURNAL-LINE.
           MOVE 'HDR' TO GJ-REC-TYPE.
           MOVE ws-post-date TO GJ-POST-DATE.
           WRITE WORK-REC FROM WS-JOURNAL-LINE.
           PERFORM JOURNAL-INVOICES.
           PERFORM JOURNAL-CREDITS.
           PERFORM JOURNAL-RECEIPTS.
           PERFORM JOURNAL-SUSPENSE.
           MOVE SPACES TO WS-TRAILER-LINE.
           MOVE 'TRL' TO GT-REC-TYPE.
           MOVE ws-post-date TO GT-POST-DATE.
           MOVE ws-line-count TO GT-LINE-COUNT.
           MOVE ws-debit-total TO GT-DEBIT-TOTAL.
           MOVE ws-credit-total TO GT-CREDIT-TOTAL.
           WRITE WORK-REC FROM WS-TRAILER-LINE.
           CLOSE WORK-FILE.
           DISPLAY 'Journal lines:   ' ws-line-count.
           DISPLAY 'Debit total:     ' ws-debit-total.
           DISPLAY 'Credit total:    ' ws-credit-total.

      *Invoices post gross revenue against the net receivable, the
      *difference going to the discounts account.
       JOURNAL-INVOICES.
           MOVE 'INVOICE' TO WS-SOURCE.
           EXEC SQL
              DECLARE C-GLINV CURSOR FOR
              SELECT campus_code,
                     SUM(COALESCE(gross_amount, invoice_amount)),
                     SUM(COALESCE(discount_amount, 0)),
                     SUM(invoice_amount), COUNT(*)
              FROM invoices
              WHERE gl_post_date IS NULL
                AND log_ts < :ws-cutoff-ts
                AND invoice_date <= :ws-post-date
              GROUP BY campus_code
              ORDER BY campus_code
           END-EXEC.
           EXEC SQL
              OPEN C-GLINV
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-GLINV
                 INTO :campus_code, :ws-sum-gross, :ws-sum-discount,
                      :ws-sum-amount, :ws-sum-count
              END-EXEC
              IF SQLCODE = 0
                 PERFORM WRITE-INVOICE-LINES
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-GLINV
           END-EXEC.
           MOVE 0 TO SQLCODE.

       JOURNAL-CREDITS.
           MOVE WS-ACCT-CREDITS TO WS-DEBIT-ACCT.
           MOVE WS-ACCT-RECEIVABLE TO WS-CREDIT-ACCT.
           MOVE 'CREDIT' TO WS-SOURCE.
           EXEC SQL
              DECLARE C-GLCRD CURSOR FOR
              SELECT campus_code, SUM(credit_amount), COUNT(*)
              FROM invoice_credits
              WHERE gl_post_date IS NULL
                AND log_ts < :ws-cutoff-ts
                AND credit_date <= :ws-post-date
              GROUP BY campus_code
              ORDER BY campus_code
           END-EXEC.
           EXEC SQL
              OPEN C-GLCRD
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-GLCRD
                 INTO :campus_code, :ws-sum-amount, :ws-sum-count
              END-EXEC
              IF SQLCODE = 0
                 PERFORM WRITE-JOURNAL-PAIR
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-GLCRD
           END-EXEC.
           MOVE 0 TO SQLCODE.

       JOURNAL-RECEIPTS.
           MOVE WS-ACCT-CASH TO WS-DEBIT-ACCT.
           MOVE WS-ACCT-RECEIVABLE TO WS-CREDIT-ACCT.
           MOVE 'RECEIPT' TO WS-SOURCE.
           EXEC SQL
              DECLARE C-GLPAY CURSOR FOR
              SELECT campus_code, SUM(pay_amount), COUNT(*)
              FROM payments
              WHERE gl_post_date IS NULL
                AND log_ts < :ws-cutoff-ts
                AND pay_date <= :ws-post-date
              GROUP BY campus_code
              ORDER BY campus_code
           END-EXEC.
           EXEC SQL
              OPEN C-GLPAY
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-GLPAY
                 INTO :campus_code, :ws-sum-amount, :ws-sum-count
              END-EXEC
              IF SQLCODE = 0
                 PERFORM WRITE-JOURNAL-PAIR
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-GLPAY
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *Receipts above post in full against receivables, so cash and
      *credit parked in suspense is reclassed from receivables to the
      *suspense liability; suspense applied to an invoice goes back
      *to receivables and a refund paid out comes off cash.
       JOURNAL-SUSPENSE.
           EXEC SQL
              DECLARE C-GLSUS CURSOR FOR
              SELECT campus_code, move_type, SUM(amount), COUNT(*)
              FROM suspense_movements
              WHERE gl_post_date IS NULL
                AND log_ts < :ws-cutoff-ts
                AND move_date <= :ws-post-date
              GROUP BY campus_code, move_type
              ORDER BY campus_code, move_type
           END-EXEC.
           EXEC SQL
              OPEN C-GLSUS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-GLSUS
                 INTO :campus_code, :ws-move-type, :ws-sum-amount,
                      :ws-sum-count
              END-EXEC
              IF SQLCODE = 0
                 MOVE ws-move-type TO WS-SOURCE
                 EVALUATE ws-move-type
                    WHEN 'APPLIED'
                       MOVE WS-ACCT-SUSPENSE TO WS-DEBIT-ACCT
                       MOVE WS-ACCT-RECEIVABLE TO WS-CREDIT-ACCT
                    WHEN 'REFUND'
                       MOVE WS-ACCT-SUSPENSE TO WS-DEBIT-ACCT
                       MOVE WS-ACCT-CASH TO WS-CREDIT-ACCT
                    WHEN OTHER
                       MOVE WS-ACCT-RECEIVABLE TO WS-DEBIT-ACCT
                       MOVE WS-ACCT-SUSPENSE TO WS-CREDIT-ACCT
                 END-EVALUATE
                 PERFORM WRITE-JOURNAL-PAIR
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE C-GLSUS
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *One debit and one credit line per campus and source; the
      *control totals are accumulated from the lines as written.
       WRITE-JOURNAL-PAIR.
           ADD ws-sum-count TO RUNLOG-READ-COUNT.
           MOVE SPACES TO WS-JOURNAL-LINE.
           MOVE 'JNL' TO GJ-REC-TYPE.
           MOVE ws-post-date TO GJ-POST-DATE.
           MOVE campus_code TO GJ-CAMPUS-CODE.
           MOVE WS-DEBIT-ACCT TO GJ-ACCOUNT.
           MOVE 'D' TO GJ-DR-CR.
           MOVE ws-sum-amount TO GJ-AMOUNT.
           MOVE WS-SOURCE TO GJ-SOURCE.
           MOVE ws-sum-count TO GJ-ITEM-COUNT.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE WS-CREDIT-ACCT TO GJ-ACCOUNT.
           MOVE 'C' TO GJ-DR-CR.
           PERFORM WRITE-JOURNAL-LINE.
           DISPLAY '   ' campus_code ' ' WS-SOURCE ' '
              ws-sum-amount ' (' ws-sum-count ' items)'.

       WRITE-INVOICE-LINES.
           ADD ws-sum-count TO RUNLOG-READ-COUNT.
           MOVE SPACES TO WS-JOURNAL-LINE.
           MOVE 'JNL' TO GJ-REC-TYPE.
           MOVE ws-post-date TO GJ-POST-DATE.
           MOVE campus_code TO GJ-CAMPUS-CODE.
           MOVE WS-SOURCE TO GJ-SOURCE.
           MOVE ws-sum-count TO GJ-ITEM-COUNT.
           MOVE WS-ACCT-RECEIVABLE TO GJ-ACCOUNT.
           MOVE 'D' TO GJ-DR-CR.
           MOVE ws-sum-amount TO GJ-AMOUNT.
           PERFORM WRITE-JOURNAL-LINE.
           IF ws-sum-discount > 0
              MOVE WS-ACCT-DISCOUNTS TO GJ-ACCOUNT
              MOVE 'D' TO GJ-DR-CR
              MOVE ws-sum-discount TO GJ-AMOUNT
              PERFORM WRITE-JOURNAL-LINE
           END-IF.
           MOVE WS-ACCT-TUITION TO GJ-ACCOUNT.
           MOVE 'C' TO GJ-DR-CR.
           MOVE ws-sum-gross TO GJ-AMOUNT.
           PERFORM WRITE-JOURNAL-LINE.
           DISPLAY '   ' campus_code ' ' WS-SOURCE ' gross '
              ws-sum-gross ' discount ' ws-sum-discount
              ' (' ws-sum-count ' items)'.

       WRITE-JOURNAL-LINE.
           WRITE WORK-REC FROM WS-JOURNAL-LINE.
           ADD 1 TO ws-line-count.
           ADD 1 TO RUNLOG-INSERT-COUNT.
           IF GJ-DR-CR = 'D'
              ADD GJ-AMOUNT TO ws-debit-total
           ELSE
              ADD GJ-AMOUNT TO ws-credit-total
           END-IF.

      *The balanced work file is copied to the release file, and the
      *source rows stamped and the posting date marked released in
      *the same unit of work.
       RELEASE-JOURNAL.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE 'N' TO WS-WORK-EOF.
           PERFORM UNTIL WS-WORK-EOF = 'Y'
              READ WORK-FILE
                 AT END MOVE 'Y' TO WS-WORK-EOF
                 NOT AT END
                    WRITE JOURNAL-REC FROM WORK-REC
              END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           CLOSE WORK-FILE.
           MOVE 'GLJRNL' TO MANIFEST-FILE-NAME.
           MOVE 'PROGRAMGLJ' TO MANIFEST-JOB-NAME.
           MOVE ws-post-date TO MANIFEST-PROC-DATE.
           MOVE ws-line-count TO MANIFEST-RECORD-COUNT.
           MOVE ws-debit-total TO MANIFEST-HASH-TOTAL.
           CALL "ProgramMANIF" USING SQLCA, MANIFEST-REQUEST.
           PERFORM STAMP-JOURNALED-ROWS.
           MOVE 'P' TO ws-post-status.
           PERFORM RECORD-POST-CONTROL.
           DISPLAY 'Journal released for ' ws-post-date.

      *Same selection as the journal cursors, so only the rows summed
      *into the released file carry its posting date.
       STAMP-JOURNALED-ROWS.
           EXEC SQL
              UPDATE invoices
              SET gl_post_date = :ws-post-date
              WHERE gl_post_date IS NULL
                AND log_ts < :ws-cutoff-ts
                AND invoice_date <= :ws-post-date
           END-EXEC.
           EXEC SQL
              UPDATE invoice_credits
              SET gl_post_date = :ws-post-date
              WHERE gl_post_date IS NULL
                AND log_ts < :ws-cutoff-ts
                AND credit_date <= :ws-post-date
           END-EXEC.
           EXEC SQL
              UPDATE payments
              SET gl_post_date = :ws-post-date
              WHERE gl_post_date IS NULL
                AND log_ts < :ws-cutoff-ts
                AND pay_date <= :ws-post-date
           END-EXEC.
           EXEC SQL
              UPDATE suspense_movements
              SET gl_post_date = :ws-post-date
              WHERE gl_post_date IS NULL
                AND log_ts < :ws-cutoff-ts
                AND move_date <= :ws-post-date
           END-EXEC.
           MOVE 0 TO SQLCODE.

       REFUSE-OUT-OF-BALANCE.
           DISPLAY 'Journal out of balance, not released'.
           MOVE 'X' TO ws-post-status.
           PERFORM RECORD-POST-CONTROL.
           MOVE SPACES TO WS-ALERT-MSG.
           STRING 'GL journal out of balance for '
              DELIMITED BY SIZE
              ws-post-date DELIMITED BY SIZE
              ', file not released' DELIMITED BY SIZE
              INTO WS-ALERT-MSG
           END-STRING.
           MOVE 'E' TO ALERT-SEVERITY.
           MOVE 'PROGRAMGLJ' TO ALERT-JOB-NAME.
           MOVE WS-ALERT-MSG TO ALERT-TEXT.
           CALL "OPSALERT" USING ALERT-REQUEST.

      *A refused day keeps its control row with status X so the
      *corrected rerun can replace it; only status P blocks a rerun.
       RECORD-POST-CONTROL.
           EXEC SQL
              UPDATE gl_post_control
              SET post_status = :ws-post-status,
                  line_count = :ws-line-count,
                  debit_total = :ws-debit-total,
                  credit_total = :ws-credit-total,
                  log_ts = CURRENT TIMESTAMP
              WHERE post_date = :ws-post-date
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL
                 INSERT INTO gl_post_control
                    (post_date, post_status, line_count,
                     debit_total, credit_total, log_ts)
                 VALUES
                    (:ws-post-date, :ws-post-status,
                     :ws-line-count, :ws-debit-total,
                     :ws-credit-total, CURRENT TIMESTAMP)
              END-EXEC
           END-IF.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMGLJ' TO RUNLOG-JOB-NAME.
           MOVE 0 TO RUNLOG-READ-COUNT RUNLOG-INSERT-COUNT
              RUNLOG-DELETE-COUNT RUNLOG-REJECT-COUNT.
           PERFORM GET-CLOCK-STAMP.
           MOVE RUNLOG-END-TS TO RUNLOG-START-TS.
           PERFORM SET-CUTOFF-TS.

      *Rows logged after the run started wait for the next journal,
      *so the rows stamped at release are exactly the rows summed.
       SET-CUTOFF-TS.
           MOVE SPACES TO ws-cutoff-ts.
           STRING RUNLOG-START-TS(1:4) DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              RUNLOG-START-TS(5:2) DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              RUNLOG-START-TS(7:2) DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              RUNLOG-START-TS(9:2) DELIMITED BY SIZE
              '.' DELIMITED BY SIZE
              RUNLOG-START-TS(11:2) DELIMITED BY SIZE
              '.' DELIMITED BY SIZE
              RUNLOG-START-TS(13:2) DELIMITED BY SIZE
              '.000000' DELIMITED BY SIZE
              INTO ws-cutoff-ts
           END-STRING.

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
