      *Keeps the per-student unapplied cash suspense balance. Called
      *by PROGRAMPAY (receipts with no open invoice, overpayments), by
      *PROGRAMBILL (credit left over after a pro-rata withdrawal
      *credit, suspense applied to a newly raised invoice) and by
      *PROGRAMREFUND (balances paid back). Every movement in or out is
      *written to suspense_movements with its type, reference and the
      *balance after it, so the balance in cash_suspense can always be
      *traced back movement by movement. A standalone subprogram like
      *PROGRAMBILL so every caller moves suspense the same way.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMSUSP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 id-student PIC 9(5).
           01 campus_code PIC X(3).
           01 ws-move-type PIC X(8).
           01 ws-move-amount PIC 9(7)V99.
           01 ws-reference PIC X(10).
           01 ws-balance PIC 9(7)V99.
           01 ws-move-date PIC X(8).
           01 ws-direction PIC X(1).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           01  WS-TODAY                       PIC 9(8).
           01  WS-BALANCE-FOUND               PIC X(1).

       LINKAGE SECTION.
           COPY "Suspense.cpy".

       PROCEDURE DIVISION USING SQLCA, SUSP-REQUEST.

              SECT-MAIN.
                 MOVE 'E' TO SUSP-STATUS.
                 MOVE SUSP-ID-STUDENT TO id-student.
                 MOVE SUSP-CAMPUS-CODE TO campus_code.
                 MOVE SUSP-MOVE-TYPE TO ws-move-type.
                 MOVE SUSP-AMOUNT TO ws-move-amount.
                 MOVE SUSP-REFERENCE TO ws-reference.
                 MOVE SUSP-ACTION TO ws-direction.
                 ACCEPT WS-TODAY FROM DATE YYYYMMDD.
                 MOVE WS-TODAY TO ws-move-date.
                 PERFORM GET-SUSPENSE-BALANCE.
                 EVALUATE SUSP-ACTION
                    WHEN 'B'
                       MOVE 'Y' TO SUSP-STATUS
                    WHEN 'I'
                       PERFORM MOVE-INTO-SUSPENSE
                    WHEN 'O'
                       PERFORM MOVE-OUT-OF-SUSPENSE
                    WHEN OTHER
                       DISPLAY 'PROGRAMSUSP: unknown action '
                          SUSP-ACTION
                 END-EVALUATE.
                 MOVE ws-balance TO SUSP-BALANCE.
                 GOBACK.

              GET-SUSPENSE-BALANCE.
                  MOVE 'Y' TO WS-BALANCE-FOUND.
                  MOVE 0 TO ws-balance.
                  EXEC SQL
                     SELECT balance INTO :ws-balance
                     FROM cash_suspense
                     WHERE id_student = :id-student
                  END-EXEC.
                  IF SQLCODE NOT = 0
                     MOVE 'N' TO WS-BALANCE-FOUND
                     MOVE 0 TO ws-balance
                     MOVE 0 TO SQLCODE
                  END-IF.

              MOVE-INTO-SUSPENSE.
                  ADD ws-move-amount TO ws-balance.
                  IF WS-BALANCE-FOUND = 'Y'
                     EXEC SQL
                        UPDATE cash_suspense
                        SET balance = :ws-balance,
                            log_ts = CURRENT TIMESTAMP
                        WHERE id_student = :id-student
                     END-EXEC
                  ELSE
                     EXEC SQL
                        INSERT INTO cash_suspense
                           (id_student, balance, log_ts)
                        VALUES
                           (:id-student, :ws-balance,
                            CURRENT TIMESTAMP)
                     END-EXEC
                  END-IF.
                  PERFORM RECORD-MOVEMENT.

      *Suspense never goes negative: a request to take out more than
      *the balance holds is refused and nothing moves.
              MOVE-OUT-OF-SUSPENSE.
                  IF ws-move-amount > ws-balance
                     DISPLAY 'Suspense too small, not moved: '
                        id-student ' ' ws-move-type
                     MOVE 'N' TO SUSP-STATUS
                  ELSE
                     SUBTRACT ws-move-amount FROM ws-balance
                     EXEC SQL
                        UPDATE cash_suspense
                        SET balance = :ws-balance,
                            log_ts = CURRENT TIMESTAMP
                        WHERE id_student = :id-student
                     END-EXEC
                     PERFORM RECORD-MOVEMENT
                  END-IF.

              RECORD-MOVEMENT.
                  IF SQLCODE = 0
                     EXEC SQL
                        INSERT INTO suspense_movements
                           (id_student, campus_code, move_type,
                            direction, amount, reference,
                            move_date, balance_after, log_ts)
                        VALUES
                           (:id-student, :campus_code, :ws-move-type,
                            :ws-direction, :ws-move-amount,
                            :ws-reference, :ws-move-date,
                            :ws-balance, CURRENT TIMESTAMP)
                     END-EXEC
                  END-IF.
                  IF SQLCODE = 0
                     MOVE 'Y' TO SUSP-STATUS
                     DISPLAY 'Suspense ' ws-move-type ': '
                        id-student ' amount ' ws-move-amount
                        ' balance ' ws-balance
                  ELSE
                     DISPLAY 'Suspense posting failed, id '
                        id-student ' SQLCODE = ' SQLCODE
                     MOVE 'E' TO SUSP-STATUS
                  END-IF.
