      *Registers an outbound file in transmission_manifest when the
      *producing job closes it. Called by every job that writes a
      *file for another party, so what was sent can be proved: the
      *entry holds the file name, producing job, processing date,
      *record count, hash total and a generation number, one higher
      *for every file of that name. The file is copied line for line
      *to its generation copy (STUDEXT.G0042 for generation 42), the
      *copy PROGRAMXMIT re-stages when a recipient asks for a resend;
      *the number of lines copied is kept beside the producer's count.
      *A standalone subprogram like PROGRAMRUNLOG so every producer
      *registers its files the same way.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMMANIF.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT SENT-FILE ASSIGN TO WS-SENT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SENT-STATUS.
           SELECT GEN-FILE ASSIGN TO WS-GEN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  SENT-FILE
           RECORD CONTAINS 256 CHARACTERS.
           01  SENT-REC                    PIC X(256).

           FD  GEN-FILE
           RECORD CONTAINS 256 CHARACTERS.
           01  GEN-REC                     PIC X(256).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 ws-file-name PIC X(12).
           01 ws-job-name PIC X(16).
           01 ws-proc-date PIC X(8).
           01 ws-record-count PIC 9(7).
           01 ws-hash-total PIC 9(12).
           01 ws-generation PIC 9(4).
           01 ws-line-count PIC 9(7).
           01 ws-stage-name PIC X(20).
           01 ws-copy-flag PIC X(1).
           01 v-count PIC 9(10).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           01  WS-SENT-NAME                   PIC X(20).
           01  WS-GEN-NAME                    PIC X(20).
           01  WS-SENT-STATUS                 PIC XX.
           01  WS-GEN-STATUS                  PIC XX.
           01  WS-SENT-EOF                    PIC X(1).

       LINKAGE SECTION.
           COPY "Manifest.cpy".

       PROCEDURE DIVISION USING SQLCA, MANIFEST-REQUEST.

              SECT-MAIN.
                 MOVE 'E' TO MANIFEST-STATUS.
                 MOVE MANIFEST-FILE-NAME TO ws-file-name.
                 MOVE MANIFEST-JOB-NAME TO ws-job-name.
                 MOVE MANIFEST-PROC-DATE TO ws-proc-date.
                 MOVE MANIFEST-RECORD-COUNT TO ws-record-count.
                 MOVE MANIFEST-HASH-TOTAL TO ws-hash-total.
                 PERFORM GET-NEXT-GENERATION.
                 PERFORM COPY-GENERATION.
                 PERFORM INSERT-MANIFEST-ENTRY.
                 MOVE ws-generation TO MANIFEST-GENERATION.
                 GOBACK.

              GET-NEXT-GENERATION.
                  MOVE 0 TO v-count.
                  EXEC SQL
                     SELECT COUNT(*) INTO :v-count
                     FROM transmission_manifest
                     WHERE file_name = :ws-file-name
                       AND entry_type = 'P'
                  END-EXEC.
                  COMPUTE ws-generation = v-count + 1.
                  MOVE SPACES TO WS-SENT-NAME WS-GEN-NAME.
                  MOVE ws-file-name TO WS-SENT-NAME.
                  STRING FUNCTION TRIM(ws-file-name) DELIMITED BY SIZE
                     '.G' DELIMITED BY SIZE
                     ws-generation DELIMITED BY SIZE
                     INTO WS-GEN-NAME
                  END-STRING.
                  MOVE WS-GEN-NAME TO ws-stage-name.

              COPY-GENERATION.
                  MOVE 0 TO ws-line-count.
                  MOVE 'N' TO ws-copy-flag.
                  OPEN INPUT SENT-FILE.
                  IF WS-SENT-STATUS NOT = '00'
                     DISPLAY 'PROGRAMMANIF: cannot read '
                        WS-SENT-NAME ' status ' WS-SENT-STATUS
                  ELSE
                     OPEN OUTPUT GEN-FILE
                     IF WS-GEN-STATUS NOT = '00'
                        DISPLAY 'PROGRAMMANIF: cannot write '
                           WS-GEN-NAME ' status ' WS-GEN-STATUS
                     ELSE
                        MOVE 'Y' TO ws-copy-flag
                        MOVE 'N' TO WS-SENT-EOF
                        PERFORM UNTIL WS-SENT-EOF = 'Y'
                           READ SENT-FILE
                              AT END MOVE 'Y' TO WS-SENT-EOF
                              NOT AT END
                                 WRITE GEN-REC FROM SENT-REC
                                 ADD 1 TO ws-line-count
                           END-READ
                        END-PERFORM
                        CLOSE GEN-FILE
                     END-IF
                     CLOSE SENT-FILE
                  END-IF.

              INSERT-MANIFEST-ENTRY.
                  EXEC SQL
                     INSERT INTO transmission_manifest
                        (file_name, job_name, proc_date,
                         record_count, hash_total, generation,
                         line_count, stage_name, copy_flag,
                         entry_type, log_ts)
                     VALUES
                        (:ws-file-name, :ws-job-name, :ws-proc-date,
                         :ws-record-count, :ws-hash-total,
                         :ws-generation, :ws-line-count,
                         :ws-stage-name, :ws-copy-flag,
                         'P', CURRENT TIMESTAMP)
                  END-EXEC.
                  IF SQLCODE = 0
                     IF ws-copy-flag = 'Y'
                        MOVE 'Y' TO MANIFEST-STATUS
                     ELSE
                        MOVE 'C' TO MANIFEST-STATUS
                     END-IF
                     DISPLAY 'Manifest: ' ws-file-name
                        ' generation ' ws-generation
                        ' records ' ws-record-count
                        ' hash ' ws-hash-total
                  ELSE
                     DISPLAY 'Manifest insert failed, '
                        ws-file-name ' SQLCODE = ' SQLCODE
                     MOVE 'E' TO MANIFEST-STATUS
                  END-IF.
