      *Posting period check passed to PROGRAMPERD. The calling
      *posting job fills in the campus the record belongs to and the
      *record's own date (YYYYMMDD). Returned: O = the month is open
      *for posting, C = the month has been closed by PROGRAMPCLS and
      *the record must be rejected, E = database error.
       01  PERIOD-REQUEST.
           05  PERIOD-CAMPUS-CODE            PIC X(3).
           05  PERIOD-DATE                   PIC X(8).
           05  PERIOD-RESULT                 PIC X(1).
