      *Audit chain request passed to PROGRAMSEAL.
      *Function S seals the audit_log rows not yet on the chain that
      *were logged at or after SEAL-START-TS, the calling run's start
      *(YYYYMMDDhhmmss), and returns the number sealed in SEAL-COUNT.
      *Older unsealed rows were not written by the run and are left
      *for PROGRAMAUDV to report. Function I is the one-time initial
      *seal: every row still unsealed from before SEAL-START-TS is put
      *on the chain in log_ts order and the seal recorded on
      *audit_seal; a second request is refused. Function H returns in
      *SEAL-HASH the hash of the row given in SEAL-ROW chained to
      *SEAL-PREV-HASH, touching nothing. Function R reseals the row
      *at SEAL-SEQ after a sanctioned change: the hash of the new
      *contents in SEAL-ROW is recorded on audit_seal so the row
      *still verifies while its original link hash is kept.
      *Status: Y = done, E = database error.
       01  SEAL-REQUEST.
           05  SEAL-FUNCTION                 PIC X(1).
           05  SEAL-JOB-NAME                 PIC X(16).
           05  SEAL-START-TS                 PIC X(14).
           05  SEAL-ROW.
               10  SEAL-ID-STUDENT           PIC 9(5).
               10  SEAL-OPERATION            PIC X(10).
               10  SEAL-FIELD-NAME           PIC X(12).
               10  SEAL-OLD-VALUE            PIC X(30).
               10  SEAL-NEW-VALUE            PIC X(30).
               10  SEAL-OPERATOR-ID          PIC X(8).
               10  SEAL-LOG-TS               PIC X(26).
               10  SEAL-SEQ                  PIC 9(9).
           05  SEAL-PREV-HASH                PIC 9(12).
           05  SEAL-HASH                     PIC 9(12).
           05  SEAL-COUNT                    PIC 9(7).
           05  SEAL-STATUS                   PIC X(1).
