      *Suspense request block passed to PROGRAMSUSP.
      *Action: I = into suspense, O = out of suspense, B = balance.
      *Move type names the movement (RECEIPT, OVERPAY, CREDIT,
      *APPLIED, REFUND); reference carries the receipt, invoice date
      *or refund batch it belongs to.
      *Status returned: Y = posted, N = balance too small for the
      *amount taken out, E = database error.
       01  SUSP-REQUEST.
           05  SUSP-ACTION                   PIC X(1).
           05  SUSP-ID-STUDENT               PIC 9(5).
           05  SUSP-MOVE-TYPE                PIC X(8).
           05  SUSP-AMOUNT                   PIC 9(7)V99.
           05  SUSP-CAMPUS-CODE              PIC X(3).
           05  SUSP-REFERENCE                PIC X(10).
           05  SUSP-BALANCE                  PIC 9(7)V99.
           05  SUSP-STATUS                   PIC X(1).
