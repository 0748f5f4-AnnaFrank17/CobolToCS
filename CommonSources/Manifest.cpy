      *Outbound file registration block passed to PROGRAMMANIF.
      *The producing job fills in the file name, its own job name,
      *the processing date, the data record count (trailers left
      *out) and the hash total of the student ids written.
      *Returned: the generation number given to the file and the
      *status - Y = registered and copied, C = registered but the
      *file could not be copied, E = database error.
       01  MANIFEST-REQUEST.
           05  MANIFEST-FILE-NAME            PIC X(12).
           05  MANIFEST-JOB-NAME             PIC X(16).
           05  MANIFEST-PROC-DATE            PIC X(8).
           05  MANIFEST-RECORD-COUNT         PIC 9(7).
           05  MANIFEST-HASH-TOTAL           PIC 9(12).
           05  MANIFEST-GENERATION           PIC 9(4).
           05  MANIFEST-STATUS               PIC X(1).
