      *Posts the daily payment feed from the bank against open
      *invoices. Each receipt is recorded in the payments table and
      *applied to the student's open invoices oldest first; an invoice
      *whose paid and credited amounts cover it is marked settled,
      *which also stops its dunning cycle and releases any financial
      *hold the final notice placed. A receipt with no open invoice
      *to absorb it, and any overpayment left once the open invoices
      *are covered, goes to the student's unapplied cash suspense
      *balance through PROGRAMSUSP, to be applied to the next invoice
      *PROGRAMBILL raises. Only a receipt for an id unknown to the
      *students, history and alumni tables is rejected to
      *exceptions_log for the bursar to place by hand, as is a
      *receipt dated in a month PROGRAMPCLS has closed for the
      *student's campus. The rejects carry the pay date ahead of the
      *receipt reference so the month close can find them. A period
      *check that fails on the database stops the run rather than
      *let the receipt through, backing out every receipt the run has
      *posted so the whole feed can be rerun.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMPAY.

           01 ws-pay-date PIC X(8).
           01 ws-receipt-ref PIC X(10).
           01 ws-invoice-date PIC X(8).
           01 campus_code PIC X(3).
           01 ws-open-balance PIC S9(7)V99.
           01 ws-applied-amount PIC 9(7)V99.
           01 ws-bad-value PIC X(30).
           01 v-count PIC 9(10).

           EXEC SQL END
           01  WS-PROFILE                    PIC X(4).
           01  WS-FEED-STATUS                 PIC XX.
           01  WS-FEED-EOF                    PIC X(1).
           01  WS-REMAINING                   PIC 9(7)V99.
           01  WS-RECEIPT-CAMPUS              PIC X(3).
           01  WS-SUSPENSE-COUNT              PIC 9(7) VALUE 0.

           COPY "Suspense.cpy".

           COPY "Period.cpy".

       PROCEDURE DIVISION.

           DISPLAY 'Receipts read:     ' RUNLOG-READ-COUNT.
           DISPLAY 'Receipts posted:   ' RUNLOG-INSERT-COUNT.
           DISPLAY 'Receipts rejected: ' RUNLOG-REJECT-COUNT.
           DISPLAY 'To suspense:       ' WS-SUSPENSE-COUNT.

       PROCESS-PAY-RECORD.
           MOVE PF-ID-STUDENT TO id-student.
           MOVE PF-PAY-AMOUNT TO ws-pay-amount.
           MOVE PF-PAY-DATE TO ws-pay-date.
           MOVE PF-RECEIPT-REF TO ws-receipt-ref.
           PERFORM CHECK-PERIOD-OPEN.
           IF PERIOD-RESULT = 'C'
              DISPLAY 'Rejected, period closed: ' ws-pay-date
                 ' campus ' campus_code ' receipt ' ws-receipt-ref
              PERFORM LOG-EXCEPTION-CLOSED-PERIOD
           ELSE
              PERFORM FIND-OLDEST-OPEN-INVOICE
              IF SQLCODE NOT = 0
                 MOVE 0 TO SQLCODE
                 PERFORM PARK-UNAPPLIED-RECEIPT
              ELSE
                 PERFORM APPLY-RECEIPT
              END-IF
           END-IF.

      *The period belongs to the student's campus; a receipt for an
      *unknown id has no campus and goes on to be rejected as such.
       CHECK-PERIOD-OPEN.
           PERFORM GET-STUDENT-CAMPUS.
           MOVE campus_code TO PERIOD-CAMPUS-CODE.
           MOVE ws-pay-date TO PERIOD-DATE.
           CALL "ProgramPERD" USING SQLCA, PERIOD-REQUEST.
           MOVE 0 TO SQLCODE.
           IF PERIOD-RESULT = 'E'
              DISPLAY 'Period check failed, run stopped at: '
                 ws-pay-date ' id ' id-student
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE 'ABORT' TO RUNLOG-STATUS
              PERFORM WRITE-RUN-LOG
              EXEC SQL COMMIT WORK RELEASE END-EXEC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *No open invoice: the receipt is still banked and recorded, and
      *the whole amount is held in suspense for the student.
       PARK-UNAPPLIED-RECEIPT.
           PERFORM GET-STUDENT-CAMPUS.
           IF v-count = 0
              DISPLAY 'Rejected, unknown student: id ' id-student
                 ' receipt ' ws-receipt-ref
              PERFORM LOG-EXCEPTION-NO-INVOICE
           ELSE
              PERFORM RECORD-PAYMENT
              MOVE 'RECEIPT' TO SUSP-MOVE-TYPE
              MOVE ws-pay-amount TO SUSP-AMOUNT
              PERFORM MOVE-TO-SUSPENSE
              ADD 1 TO RUNLOG-INSERT-COUNT
              DISPLAY 'Unapplied, held in suspense: id ' id-student
                 ' amount ' ws-pay-amount ' receipt ' ws-receipt-ref
           END-IF.

      *The campus for a receipt with no invoice comes from the
      *student, or from the history or alumni row once they have left.
       GET-STUDENT-CAMPUS.
           MOVE SPACES TO campus_code.
           MOVE 0 TO v-count.
           EXEC SQL
              SELECT campus_code INTO :campus_code
              FROM students
              WHERE id = :id-student
           END-EXEC.
           IF SQLCODE = 0
              MOVE 1 TO v-count
           ELSE
              EXEC SQL
                 SELECT campus_code INTO :campus_code
                 FROM students_history
                 WHERE id_student = :id-student
                   AND deleted_ts =
                      (SELECT MAX(deleted_ts)
                       FROM students_history
                       WHERE id_student = :id-student)
              END-EXEC
              IF SQLCODE = 0
                 MOVE 1 TO v-count
              ELSE
                 EXEC SQL
                    SELECT campus_code INTO :campus_code
                    FROM alumni
                    WHERE id_student = :id-student
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE 1 TO v-count
                 END-IF
              END-IF
           END-IF.
           MOVE 0 TO SQLCODE.

       FIND-OLDEST-OPEN-INVOICE.
           EXEC SQL
              END-EXEC
              IF v-count = 0
                 MOVE 100 TO SQLCODE
              ELSE
                 PERFORM GET-INVOICE-CAMPUS
              END-IF
           END-IF.

      *The receipt carries the campus of the invoice it settles so
      *the ledger journal can post cash by campus.
       GET-INVOICE-CAMPUS.
           MOVE SPACES TO campus_code.
           EXEC SQL
              SELECT MIN(campus_code) INTO :campus_code
              FROM invoices
              WHERE id_student = :id-student
                AND inv_status = 'O'
                AND invoice_date = :ws-invoice-date
           END-EXEC.

      *The receipt is spread over the open invoices oldest first;
      *whatever is left when none remains open is an overpayment and
      *goes to suspense.
       APPLY-RECEIPT.
           MOVE campus_code TO WS-RECEIPT-CAMPUS.
           PERFORM RECORD-PAYMENT.
           MOVE ws-pay-amount TO WS-REMAINING.
           PERFORM UNTIL WS-REMAINING = 0 OR SQLCODE NOT = 0
              PERFORM APPLY-TO-ONE-INVOICE
              IF WS-REMAINING > 0
                 PERFORM FIND-OLDEST-OPEN-INVOICE
              END-IF
           END-PERFORM.
           MOVE 0 TO SQLCODE.
           IF WS-REMAINING > 0
              MOVE WS-RECEIPT-CAMPUS TO campus_code
              MOVE 'OVERPAY' TO SUSP-MOVE-TYPE
              MOVE WS-REMAINING TO SUSP-AMOUNT
              PERFORM MOVE-TO-SUSPENSE
           END-IF.
           ADD 1 TO RUNLOG-INSERT-COUNT.
           DISPLAY 'Posted: id ' id-student ' amount '
              ws-pay-amount ' receipt ' ws-receipt-ref.

       RECORD-PAYMENT.
           EXEC SQL
              INSERT INTO payments
                 (id_student, pay_amount, pay_date,
                  receipt_ref, campus_code, log_ts)
              VALUES
                 (:id-student, :ws-pay-amount, :ws-pay-date,
                  :ws-receipt-ref, :campus_code, CURRENT TIMESTAMP)
           END-EXEC.

       APPLY-TO-ONE-INVOICE.
           MOVE 0 TO ws-open-balance.
           EXEC SQL
              SELECT SUM(invoice_amount - paid_amount
                         - credit_amount)
              INTO :ws-open-balance
              FROM invoices
              WHERE id_student = :id-student
                AND inv_status = 'O'
                AND invoice_date = :ws-invoice-date
           END-EXEC.
           IF ws-open-balance < 0
              MOVE 0 TO ws-open-balance
           END-IF.
           IF WS-REMAINING > ws-open-balance
              MOVE ws-open-balance TO ws-applied-amount
           ELSE
              MOVE WS-REMAINING TO ws-applied-amount
           END-IF.
           EXEC SQL
              UPDATE invoices
              SET paid_amount = paid_amount + :ws-applied-amount
              WHERE id_student = :id-student
                AND inv_status = 'O'
                AND invoice_date = :ws-invoice-date
           END-EXEC.
           SUBTRACT ws-applied-amount FROM WS-REMAINING.
           EXEC SQL
              UPDATE invoices
              SET inv_status = 'P'
                AND invoice_date = :ws-invoice-date
                AND paid_amount + credit_amount >= invoice_amount
           END-EXEC.
           IF SQLCODE = 0 AND SQLERRD(3) > 0
              PERFORM STOP-DUNNING-CYCLE
           END-IF.
           MOVE 0 TO SQLCODE.

       MOVE-TO-SUSPENSE.
           MOVE 'I' TO SUSP-ACTION.
           MOVE id-student TO SUSP-ID-STUDENT.
           MOVE campus_code TO SUSP-CAMPUS-CODE.
           MOVE ws-receipt-ref TO SUSP-REFERENCE.
           CALL "ProgramSUSP" USING SQLCA, SUSP-REQUEST.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE 0 TO SQLCODE.

      *A settled invoice leaves the dunning cycle at whatever stage it
      *reached, so PROGRAMDUN sends it nothing further.
       STOP-DUNNING-CYCLE.
           EXEC SQL
              UPDATE dunning_control
              SET dun_status = 'S',
                  log_ts = CURRENT TIMESTAMP
              WHERE id_student = :id-student
                AND invoice_date = :ws-invoice-date
                AND dun_status = 'A'
           END-EXEC.
           EXEC SQL
              UPDATE financial_hold
              SET hold_status = 'R',
                  release_date = :ws-pay-date,
                  log_ts = CURRENT TIMESTAMP
              WHERE id_student = :id-student
                AND invoice_date = :ws-invoice-date
                AND hold_status = 'H'
           END-EXEC.
           DISPLAY 'Dunning stopped: id ' id-student
              ' invoice ' ws-invoice-date.

       LOG-EXCEPTION-NO-INVOICE.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           PERFORM BUILD-PAY-BAD-VALUE.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  resolved_flag, log_ts)
              VALUES
                 (:id-student, 'PAY-NOINV',
                  'Receipt for student not on file',
                  :ws-bad-value,
                  'N', CURRENT TIMESTAMP)
           END-EXEC.

       LOG-EXCEPTION-CLOSED-PERIOD.
           ADD 1 TO RUNLOG-REJECT-COUNT.
           PERFORM BUILD-PAY-BAD-VALUE.
           EXEC SQL
              INSERT INTO exceptions_log
                 (id_student, exception_type,
                  description, bad_value,
                  campus_code, resolved_flag, log_ts)
              VALUES
                 (:id-student, 'PER-CLOSED',
                  'Receipt dated in a closed period',
                  :ws-bad-value,
                  :campus_code, 'N', CURRENT TIMESTAMP)
           END-EXEC.

       BUILD-PAY-BAD-VALUE.
           MOVE SPACES TO ws-bad-value.
           STRING ws-pay-date DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-receipt-ref DELIMITED BY SIZE
              INTO ws-bad-value
           END-STRING.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
           MOVE 'PROGRAMPAY' TO RUNLOG-JOB-NAME.
