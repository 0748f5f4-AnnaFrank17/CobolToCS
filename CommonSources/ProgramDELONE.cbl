      *This program removes a single student as a standalone batch job
      *Arguments: student id, profile, leaving reason code and the
      *destination school (see Leaving.cpy); both leaving details are
      *kept on the students_history row.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMDELONE.

           01  WS-ID-STUDENT                  PIC 9(5).
           01  WS-DELETE-STATUS                PIC X(1).

           COPY "Leaving.cpy".

           COPY "JobRunLog.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
       IF WS-PROFILE = SPACES
          MOVE 'PROD' TO WS-PROFILE
       END-IF.

       DISPLAY 3 UPON ARGUMENT-NUMBER.
       ACCEPT LEAVING-REASON FROM ARGUMENT-VALUE.
       DISPLAY 4 UPON ARGUMENT-NUMBER.
       ACCEPT LEAVING-DEST-SCHOOL FROM ARGUMENT-VALUE.
       IF NOT LEAVING-REASON-VALID
          DISPLAY 'Leaving reason missing or unknown, recorded as: '
             LEAVING-REASON
       END-IF.
       MOVE WS-PROFILE TO SIGNON-PROFILE.
       CALL "ProgramSIGNON" USING SQLCA, SIGNON-REQUEST.

          PERFORM INIT-RUN-LOG
          MOVE 'N' TO WS-DELETE-STATUS
          CALL "ProgramDELSTU" USING SQLCA, WS-ID-STUDENT,
             WS-DELETE-STATUS, LEAVING-DETAILS
          MOVE 1 TO RUNLOG-READ-COUNT
          IF WS-DELETE-STATUS = 'Y'
             DISPLAY 'Removed student: ' WS-ID-STUDENT
