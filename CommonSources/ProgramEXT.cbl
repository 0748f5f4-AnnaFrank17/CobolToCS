
           exec sql include sqlca end-exec.

           COPY "Manifest.cpy".

           01 WS-XMIT-COUNT PIC 9(7) VALUE 0.
           01 WS-XMIT-HASH PIC 9(12) VALUE 0.
           01 WS-XMIT-DATE PIC 9(8).

       PROCEDURE DIVISION USING SQLCA.

       DISPLAY 'ProgramEXT: CSV export of students'.
              INTO WS-CSV-LINE
           END-STRING.
           WRITE STUDENT-EXTRACT-REC FROM WS-CSV-LINE.
           ADD 1 TO WS-XMIT-COUNT.
           ADD id-student TO WS-XMIT-HASH.

       REGISTER-EXTRACT.
           ACCEPT WS-XMIT-DATE FROM DATE YYYYMMDD.
           MOVE 'STUDEXT' TO MANIFEST-FILE-NAME.
           MOVE 'PROGRAMEXT' TO MANIFEST-JOB-NAME.
           MOVE WS-XMIT-DATE TO MANIFEST-PROC-DATE.
           MOVE WS-XMIT-COUNT TO MANIFEST-RECORD-COUNT.
           MOVE WS-XMIT-HASH TO MANIFEST-HASH-TOTAL.
           CALL "ProgramMANIF" USING SQLCA, MANIFEST-REQUEST.

       CLOSE_C-EXT.
           EXEC SQL
               CLOSE C-EXT
           END-EXEC.
           CLOSE STUDENT-EXTRACT.
           PERFORM REGISTER-EXTRACT.

              SECT-END SECTION.
              PARAGR-EXIT.
