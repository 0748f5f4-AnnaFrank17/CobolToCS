      *Communication consent check passed to PROGRAMCNST. The calling
      *mailing or listing job fills in the student id, the consent
      *type (DIR = directory listing, EMAIL = email notices, POST =
      *postal marketing, ALUM = alumni contact) and the date the
      *consent must be in force on (YYYYMMDD). Returned: Y = the
      *family has not withdrawn consent, N = consent withdrawn,
      *E = database error; anything but Y is held back.
       01  CONSENT-REQUEST.
           05  CONSENT-ID-STUDENT            PIC 9(5).
           05  CONSENT-TYPE                  PIC X(5).
           05  CONSENT-AS-OF                 PIC X(8).
           05  CONSENT-RESULT                PIC X(1).
