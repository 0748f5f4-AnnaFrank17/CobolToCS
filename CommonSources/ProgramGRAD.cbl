      *name from the extract and the address fields and email from the
      *students table. Letters and the mailing-list summary come out
      *in the directory sort order (country, city, last name) so the
      *mailroom gets them pre-sorted. The closed mailing list is
      *registered in the transmission manifest with the number of
      *graduates listed and a hash total of their ids. A graduate
      *whose family has withdrawn consent to postal mailings
      *(PROGRAMCNST) is left off the mailing list in either mode;
      *the certificate letter is still printed, marked to be held
      *for collection.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMGRAD.


           COPY "JobRunLog.cpy".

           COPY "Manifest.cpy".

           COPY "Consent.cpy".

           01  WS-CLOCK-DATE                  PIC 9(8).
           01  WS-CLOCK-TIME                  PIC 9(8).

           01  WS-HH-COUNT                    PIC 9(5) VALUE 0.
           01  WS-HH-GRADS                    PIC 9(5) VALUE 0.
           01  WS-SAVED-COUNT                 PIC 9(5) VALUE 0.
           01  WS-XMIT-COUNT                  PIC 9(7) VALUE 0.
           01  WS-XMIT-HASH                   PIC 9(12) VALUE 0.
           01  WS-MAIL-CITY                   PIC X(10).
           01  WS-MAIL-COUNTRY                PIC X(10).
           01  WS-HELD-COUNT                  PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

              PERFORM WRITE-HOUSEHOLD-MAILING
           END-IF.
           CLOSE MAIL-FILE.
           MOVE 'GRADMAIL' TO MANIFEST-FILE-NAME.
           MOVE 'PROGRAMGRAD' TO MANIFEST-JOB-NAME.
           MOVE WS-CLOCK-DATE TO MANIFEST-PROC-DATE.
           MOVE WS-XMIT-COUNT TO MANIFEST-RECORD-COUNT.
           MOVE WS-XMIT-HASH TO MANIFEST-HASH-TOTAL.
           CALL "ProgramMANIF" USING SQLCA, MANIFEST-REQUEST.
           CLOSE LETTER-FILE.
           CLOSE STUDENT.
           DISPLAY 'Graduation letters written: ' WS-LETTER-COUNT.
           DISPLAY 'Held, no postal consent:    ' WS-HELD-COUNT.

       CHECK-GRADUATE.
           MOVE id-student TO STUDENT-ID.
              NOT INVALID KEY
                 IF STATUS-CODE = 'G'
                    PERFORM GET-GUARDIAN-ADDRESS
                    PERFORM CHECK-POST-CONSENT
                    PERFORM WRITE-LETTER
                    IF WS-MAIL-MODE NOT = 'HH'
                       IF CONSENT-RESULT = 'Y'
                          PERFORM WRITE-MAIL-LINE
                       ELSE
                          ADD 1 TO WS-HELD-COUNT
                       END-IF
                    END-IF
                 END-IF
           END-READ.
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE LETTER-REC FROM WS-PRINT-LINE.
           IF CONSENT-RESULT NOT = 'Y'
              MOVE 'HOLD FOR COLLECTION - NOT TO BE POSTED'
                 TO WS-PRINT-LINE
              WRITE LETTER-REC FROM WS-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE LETTER-REC FROM WS-PRINT-LINE.
           MOVE 'Dear graduate,' TO WS-PRINT-LINE.
              INTO WS-PRINT-LINE
           END-STRING.
           WRITE MAIL-REC FROM WS-PRINT-LINE.
           ADD 1 TO WS-XMIT-COUNT.
           ADD id-student TO WS-XMIT-HASH.

      *The consolidated mailing walks the graduates again in
      *household order and writes one entry per household listing
                 CONTINUE
              NOT INVALID KEY
                 IF STATUS-CODE = 'G'
                    PERFORM CHECK-POST-CONSENT
                    IF CONSENT-RESULT = 'Y'
                       ADD 1 TO WS-HH-GRADS
                       PERFORM GET-GUARDIAN-ADDRESS
                       PERFORM WRITE-HOUSEHOLD-LINES
                    ELSE
                       ADD 1 TO WS-HELD-COUNT
                    END-IF
                 END-IF
           END-READ.

              INTO WS-PRINT-LINE
           END-STRING.
           WRITE MAIL-REC FROM WS-PRINT-LINE.
           ADD 1 TO WS-XMIT-COUNT.
           ADD id-student TO WS-XMIT-HASH.

       CHECK-POST-CONSENT.
           MOVE id-student TO CONSENT-ID-STUDENT.
           MOVE 'POST' TO CONSENT-TYPE.
           MOVE WS-CLOCK-DATE TO CONSENT-AS-OF.
           CALL "ProgramCNST" USING SQLCA, CONSENT-REQUEST.
           MOVE 0 TO SQLCODE.

       INIT-RUN-LOG.
           MOVE SPACES TO RUNLOG.
