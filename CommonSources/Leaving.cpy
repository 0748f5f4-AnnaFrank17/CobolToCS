      *Leaving details kept on the students_history row of a student
      *who withdraws, through the delta feed in PROGRAMDML or a
      *single removal through PROGRAMDELONE. Reason codes: MV moved
      *out of the area, TR transferred to another school, DS
      *dissatisfied with the school, FE fees or cost, HE health or
      *family circumstances, EX excluded, OT other. The destination
      *school is the receiving school where the family has one.
      *A blank or unlisted reason is stored as supplied and listed
      *for follow-up by PROGRAMLEAV.
       01  LEAVING-DETAILS.
           05  LEAVING-REASON                PIC X(2).
               88  LEAVING-REASON-VALID      VALUE 'MV' 'TR' 'DS'
                                                   'FE' 'HE' 'EX'
                                                   'OT'.
           05  LEAVING-DEST-SCHOOL           PIC X(30).
