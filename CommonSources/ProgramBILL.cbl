      *Posts tuition account entries for one student. Called by the
      *enrollment programs whenever a student is added (raise the term
      *invoice from the fee_schedule row for the group, net of the
      *student's scholarships and the household sibling discount, with
      *the gross, discount and net amounts all kept on the invoice)
      *and by the withdrawal path (post a pro-rata credit, worked off
      *the net amount, against the student's latest invoice for the
      *group whether still open or already paid, recorded in
      *invoice_credits with the day it was given so the ledger journal
      *can pick it up). Credit beyond what is still owing on the
      *invoice, all of it for a family that has paid in full, goes to
      *the student's unapplied cash suspense, and a suspense
      *balance is applied to the next invoice raised, both through
      *PROGRAMSUSP. A standalone subprogram rather than an ENTRY
      *inside the callers so every enrollment path bills the same way.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMBILL.

           01 campus_code PIC X(3).
           01 ws-term-fee PIC 9(7)V99.
           01 ws-credit-amount PIC 9(7)V99.
           01 ws-gross-amount PIC 9(7)V99.
           01 ws-discount-amount PIC 9(7)V99.
           01 ws-net-amount PIC 9(7)V99.
           01 ws-scholar-pct PIC 9(5)V99.
           01 ws-scholar-amt PIC 9(7)V99.
           01 ws-sibling-pct PIC 9(3)V99.
           01 ws-household-id PIC 9(5).
           01 ws-invoice-date PIC X(8).
           01 ws-asof-date PIC X(8).
           01 ws-term-start PIC X(8).
           01 ws-term-end PIC X(8).
           01 ws-excess-amount PIC S9(7)V99.
           01 ws-applied-amount PIC 9(7)V99.
           01 ws-credit-inv-date PIC X(8).
           01 ws-inv-paid PIC 9(7)V99.
           01 ws-inv-credit PIC 9(7)V99.
           01 ws-owing-amount PIC S9(7)V99.
           01 v-count PIC 9(10).

           EXEC SQL END
           01  WS-DAYS-LEFT                   PIC S9(5).
           01  WS-TERM-DAYS                   PIC 9(5).

           COPY "Suspense.cpy".

       LINKAGE SECTION.
           COPY "Billing.cpy".

                  IF BILL-STATUS = 'N'
                     PERFORM LOG-EXCEPTION-NO-FEE
                  ELSE
                     PERFORM COMPUTE-INVOICE-DISCOUNT
                     EXEC SQL
                        INSERT INTO invoices
                           (id_student, group_number, campus_code,
                            gross_amount, discount_amount,
                            invoice_amount, paid_amount,
                            credit_amount, invoice_date,
                            inv_status, log_ts)
                        VALUES
                           (:id-student, :group_number,
                            :campus_code, :ws-gross-amount,
                            :ws-discount-amount, :ws-net-amount,
                            0, 0,
                            :ws-invoice-date, 'O',
                            CURRENT TIMESTAMP)
                     END-EXEC
                     IF SQLCODE = 0
                        MOVE 'Y' TO BILL-STATUS
                        DISPLAY 'Invoiced: ' id-student ' group '
                           group_number ' gross ' ws-gross-amount
                           ' discount ' ws-discount-amount
                           ' net ' ws-net-amount
                        PERFORM APPLY-SUSPENSE-BALANCE
                        IF ws-net-amount = 0
                           PERFORM SETTLE-COVERED-INVOICES
                        END-IF
                     ELSE
                        DISPLAY 'Invoice insert failed, id '
                           id-student ' SQLCODE = ' SQLCODE
                  END-EXEC.

              POST-PRORATA-CREDIT.
                  PERFORM GET-INVOICE-NET.
                  IF BILL-STATUS = 'N'
                     DISPLAY 'No invoice to credit: '
                        id-student ' group ' group_number
                  ELSE
                     PERFORM COMPUTE-PRORATA-AMOUNT
                     COMPUTE ws-owing-amount =
                        ws-net-amount - ws-inv-paid - ws-inv-credit
                     IF ws-owing-amount < 0
                        MOVE 0 TO ws-owing-amount
                     END-IF
                     MOVE 0 TO ws-excess-amount
                     IF ws-credit-amount > ws-owing-amount
                        COMPUTE ws-excess-amount =
                           ws-credit-amount - ws-owing-amount
                     END-IF
                     EXEC SQL
                        UPDATE invoices
                        SET credit_amount =
                               credit_amount + :ws-credit-amount
                        WHERE id_student = :id-student
                          AND group_number = :group_number
                          AND invoice_date = :ws-credit-inv-date
                     END-EXEC
                     IF SQLCODE = 0 AND SQLERRD(3) > 0
                        MOVE 'Y' TO BILL-STATUS
                        DISPLAY 'Credited: ' id-student ' group '
                           group_number ' amount '
                           ws-credit-amount
                        PERFORM RECORD-CREDIT
                        PERFORM PARK-EXCESS-CREDIT
                        PERFORM SETTLE-COVERED-INVOICES
                     ELSE
                        DISPLAY 'No invoice to credit: '
                           id-student ' group ' group_number
                        MOVE 'N' TO BILL-STATUS
                     END-IF
                        MOVE 0 TO WS-DAYS-LEFT
                     END-IF
                     COMPUTE ws-credit-amount =
                        (ws-net-amount * WS-DAYS-LEFT)
                        / WS-TERM-DAYS
                  ELSE
                     MOVE 0 TO SQLCODE
                        MOVE 0 TO WS-DAYS-LEFT
                     END-IF
                     COMPUTE ws-credit-amount =
                        (ws-net-amount * WS-DAYS-LEFT) / 365
                  END-IF.

              RECORD-CREDIT.
                  EXEC SQL
                     INSERT INTO invoice_credits
                        (id_student, group_number, campus_code,
                         credit_amount, credit_date, log_ts)
                     VALUES
                        (:id-student, :group_number, :campus_code,
                         :ws-credit-amount, :ws-invoice-date,
                         CURRENT TIMESTAMP)
                  END-EXEC.

      *The part of the credit the invoice's outstanding balance could
      *not absorb is money already paid and owed back to the family;
      *it is held in suspense until applied or refunded.
              PARK-EXCESS-CREDIT.
                  IF ws-excess-amount > 0
                     MOVE 'I' TO SUSP-ACTION
                     MOVE 'CREDIT' TO SUSP-MOVE-TYPE
                     MOVE ws-excess-amount TO SUSP-AMOUNT
                     PERFORM CALL-SUSPENSE
                  END-IF.
                  MOVE 0 TO SQLCODE.

      *A suspense balance is taken up by the new invoice as a payment,
      *up to the invoice's net amount.
              APPLY-SUSPENSE-BALANCE.
                  MOVE 'B' TO SUSP-ACTION.
                  MOVE 0 TO SUSP-AMOUNT.
                  MOVE SPACES TO SUSP-MOVE-TYPE.
                  PERFORM CALL-SUSPENSE.
                  IF SUSP-STATUS = 'Y' AND SUSP-BALANCE > 0
                     AND ws-net-amount > 0
                     IF SUSP-BALANCE > ws-net-amount
                        MOVE ws-net-amount TO ws-applied-amount
                     ELSE
                        MOVE SUSP-BALANCE TO ws-applied-amount
                     END-IF
                     MOVE 'O' TO SUSP-ACTION
                     MOVE 'APPLIED' TO SUSP-MOVE-TYPE
                     MOVE ws-applied-amount TO SUSP-AMOUNT
                     PERFORM CALL-SUSPENSE
                     IF SUSP-STATUS = 'Y'
                        EXEC SQL
                           UPDATE invoices
                           SET paid_amount =
                                  paid_amount + :ws-applied-amount
                           WHERE id_student = :id-student
                             AND group_number = :group_number
                             AND inv_status = 'O'
                        END-EXEC
                        PERFORM SETTLE-COVERED-INVOICES
                        DISPLAY 'Suspense applied: ' id-student
                           ' amount ' ws-applied-amount
                     END-IF
                  END-IF.
                  MOVE 0 TO SQLCODE.

              CALL-SUSPENSE.
                  MOVE id-student TO SUSP-ID-STUDENT.
                  MOVE campus_code TO SUSP-CAMPUS-CODE.
                  MOVE ws-invoice-date TO SUSP-REFERENCE.
                  CALL "ProgramSUSP" USING SQLCA, SUSP-REQUEST.

              SETTLE-COVERED-INVOICES.
                  EXEC SQL
                          >= invoice_amount
                  END-EXEC.

      *The discount is the sum of the student's scholarships (each a
      *percentage of the fee, a fixed amount, or both) plus the
      *sibling percentage when the student is not the household's
      *first member. It can never take the invoice below zero.
              COMPUTE-INVOICE-DISCOUNT.
                  MOVE ws-term-fee TO ws-gross-amount.
                  MOVE 0 TO ws-scholar-pct ws-scholar-amt
                     ws-sibling-pct.
                  EXEC SQL
                     SELECT COALESCE(SUM(discount_pct), 0),
                            COALESCE(SUM(discount_amount), 0)
                     INTO :ws-scholar-pct, :ws-scholar-amt
                     FROM student_discounts
                     WHERE id_student = :id-student
                  END-EXEC.
                  IF SQLCODE NOT = 0
                     MOVE 0 TO ws-scholar-pct ws-scholar-amt
                  END-IF.
                  MOVE id-student TO ws-household-id.
                  EXEC SQL
                     SELECT COALESCE(household_id, id)
                     INTO :ws-household-id
                     FROM students
                     WHERE id = :id-student
                  END-EXEC.
                  IF SQLCODE = 0
                     AND ws-household-id NOT = id-student
                     EXEC SQL
                        SELECT discount_pct INTO :ws-sibling-pct
                        FROM discount_rules
                        WHERE rule_code = 'SIBLING'
                     END-EXEC
                     IF SQLCODE NOT = 0
                        MOVE 0 TO ws-sibling-pct
                     END-IF
                  END-IF.
                  MOVE 0 TO SQLCODE.
                  COMPUTE ws-discount-amount ROUNDED =
                     (ws-gross-amount
                        * (ws-scholar-pct + ws-sibling-pct) / 100)
                     + ws-scholar-amt
                     ON SIZE ERROR
                        MOVE ws-gross-amount TO ws-discount-amount
                  END-COMPUTE.
                  IF ws-discount-amount > ws-gross-amount
                     MOVE ws-gross-amount TO ws-discount-amount
                  END-IF.
                  COMPUTE ws-net-amount =
                     ws-gross-amount - ws-discount-amount.

      *The credit is worked off what the family was actually charged,
      *so a discounted invoice is not over-credited. The latest
      *invoice for the group is taken open or paid, so a family that
      *has already paid in full is credited too.
              GET-INVOICE-NET.
                  MOVE 0 TO ws-net-amount ws-inv-paid ws-inv-credit.
                  MOVE SPACES TO ws-credit-inv-date.
                  EXEC SQL
                     SELECT invoice_amount, paid_amount,
                            credit_amount, invoice_date
                     INTO :ws-net-amount, :ws-inv-paid,
                          :ws-inv-credit, :ws-credit-inv-date
                     FROM invoices
                     WHERE id_student = :id-student
                       AND group_number = :group_number
                       AND invoice_date =
                          (SELECT MAX(i2.invoice_date)
                           FROM invoices i2
                           WHERE i2.id_student = :id-student
                             AND i2.group_number = :group_number)
                  END-EXEC.
                  IF SQLCODE NOT = 0
                     MOVE 'N' TO BILL-STATUS
                     MOVE 0 TO SQLCODE
                  ELSE
                     MOVE SPACE TO BILL-STATUS
                  END-IF.

              GET-GROUP-FEE.
                  MOVE 0 TO ws-term-fee.
                  EXEC SQL
