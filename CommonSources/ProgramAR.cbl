      *with its outstanding balance, aged from the invoice date into
      *the usual 0-30, 31-60, 61-90 and over-90 day buckets, with a
      *control break and bucket totals per campus so the bursar can
      *chase overdue accounts oldest first. The closed report is
      *registered in the transmission manifest with the number of
      *invoices listed and a hash total of the student ids.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMAR.


           COPY "JobRunLog.cpy".

           COPY "Manifest.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-FIRST-ROW                   PIC X(1).
           01  WS-PREV-CAMPUS                 PIC X(3).
           01  WS-INVOICE-COUNT               PIC 9(5) VALUE 0.
           01  WS-XMIT-HASH                   PIC 9(12) VALUE 0.
           01  WS-CAMPUS-BUCKETS.
               05 WS-BUCKET OCCURS 4 TIMES PIC 9(9)V99.
           01  WS-BUCKET-IDX                  PIC 9(1).
           END-STRING.
           PERFORM PRINT-A-LINE.
           CLOSE AGED-FILE.
           MOVE 'ARAGED' TO MANIFEST-FILE-NAME.
           MOVE 'PROGRAMAR' TO MANIFEST-JOB-NAME.
           MOVE WS-TODAY TO MANIFEST-PROC-DATE.
           MOVE WS-INVOICE-COUNT TO MANIFEST-RECORD-COUNT.
           MOVE WS-XMIT-HASH TO MANIFEST-HASH-TOTAL.
           CALL "ProgramMANIF" USING SQLCA, MANIFEST-REQUEST.
           DISPLAY 'Open invoices listed: ' WS-INVOICE-COUNT.

       REPORT-ONE-INVOICE.
              - ws-credit-amount.
           IF WS-BALANCE > 0
              ADD 1 TO WS-INVOICE-COUNT
              ADD id-student TO WS-XMIT-HASH
              COMPUTE WS-INV-INT =
                 FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL(ws-invoice-date))
