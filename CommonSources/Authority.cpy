      *Operator authority check passed to PROGRAMAUTH. The calling
      *maintenance job fills in the operator id given on its run and
      *its maintenance function (GMNT, FEE, ROOM, INS, CTRY, TERM,
      *CHG, HLTH, ROUT, PCLS, SUBJ, DISC). Returned: Y = the
      *operator holds an active grant for the function, N = no grant
      *or no operator id given, E = database error.
       01  AUTH-REQUEST.
           05  AUTH-OPERATOR-ID              PIC X(8).
           05  AUTH-FUNCTION                 PIC X(4).
           05  AUTH-RESULT                   PIC X(1).
