
           exec sql include sqlca end-exec.

           COPY "Consent.cpy".

           01 WS-HOUSEHOLD PIC X(1).
           01 WS-PREV-HH PIC 9(5).
           01 WS-FIRST-ROW PIC X(1).
           01 WS-HH-COUNT PIC 9(5) VALUE 0.
           01 WS-STU-COUNT PIC 9(5) VALUE 0.
           01 WS-SAVED-COUNT PIC 9(5) VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-HELD-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION USING SQLCA.

       DISPLAY 'ProgramDIR: Student Directory by Country/City'.

       GET-CAMPUS-FILTER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-CAMPUS.
           ACCEPT WS-CAMPUS FROM ENVIRONMENT 'CAMPUS'.
           IF WS-CAMPUS NOT = SPACES
               END-EXEC

               IF SQLCODE = 0
                   PERFORM CHECK-DIR-CONSENT
                   IF CONSENT-RESULT = 'Y'
                      DISPLAY first-name ' ' last-name
                         '   ' city '   ' country '   ' group_number
                         '  ' campus_code
                   ELSE
                      ADD 1 TO WS-HELD-COUNT
                   END-IF
                   INITIALIZE id-student first-name last-name
                      group_number city country campus_code
               END-IF
           EXEC SQL
               CLOSE C-DIR
           END-EXEC.
           DISPLAY ' '.
           DISPLAY 'Held back, no consent: ' WS-HELD-COUNT.
           GO TO PARAGR-EXIT.

      *One directory entry per household listing all its students;
                        :campus_code, :ws-household-id
               END-EXEC
               IF SQLCODE = 0
                  PERFORM CHECK-DIR-CONSENT
                  IF CONSENT-RESULT = 'Y'
                     ADD 1 TO WS-STU-COUNT
                     PERFORM PRINT-HOUSEHOLD-MEMBER
                  ELSE
                     ADD 1 TO WS-HELD-COUNT
                  END-IF
               END-IF
           END-PERFORM.
           EXEC SQL
           DISPLAY 'Households listed: ' WS-HH-COUNT.
           DISPLAY 'Students listed:   ' WS-STU-COUNT.
           DISPLAY 'Mailpieces saved:  ' WS-SAVED-COUNT.
           DISPLAY 'Held back, no consent: ' WS-HELD-COUNT.

       PRINT-HOUSEHOLD-MEMBER.
           IF WS-FIRST-ROW = 'Y'
           DISPLAY '   ' first-name ' ' last-name
              '  group ' group_number.

      *Families who asked not to be listed are left out of both
      *directory forms; consent is kept by PROGRAMCONS.
       CHECK-DIR-CONSENT.
           MOVE id-student TO CONSENT-ID-STUDENT.
           MOVE 'DIR' TO CONSENT-TYPE.
           MOVE WS-TODAY TO CONSENT-AS-OF.
           CALL "ProgramCNST" USING SQLCA, CONSENT-REQUEST.
           MOVE 0 TO SQLCODE.

              SECT-END SECTION.
              PARAGR-EXIT.
               EXIT.
