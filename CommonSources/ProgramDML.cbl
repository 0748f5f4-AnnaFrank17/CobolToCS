             05 EF-TRAN-CODE PIC X(1).
             05 EF-CAMPUS-CODE PIC X(3).
             05 FILLER PIC X(11).
      *A W (withdrawal) record carries the leaving reason in the
      *spare bytes after the campus and the destination school in
      *place of the address fields, which are re-read from the
      *students row before the student is archived.
          01 ENROLL-FEED-WDR.
             05 FILLER PIC X(30).
             05 EF-DEST-SCHOOL PIC X(30).
             05 FILLER PIC X(9).
             05 EF-LEAVE-REASON PIC X(2).
             05 FILLER PIC X(9).
          01 ENROLL-FEED-HDR.
             05 EF-HDR-TYPE PIC X(3).
             05 EF-HDR-DATE PIC 9(8).
           01 i PIC 9(10).
           01 v-count PIC 9(10).
           01 WS-DELETE-REASON PIC X(10).
           01 ws-leave-reason PIC X(2).
           01 ws-dest-school PIC X(30).
           01 WS-CHECKPOINT-ID PIC 9(5).
           01 WS-OLD-GROUP PIC 9(5).


              AUDIT-DELETE-ALL.
                  MOVE 'BULK-PURGE' TO WS-DELETE-REASON.
                  MOVE SPACES TO ws-leave-reason ws-dest-school.
                  EXEC SQL
                     DECLARE C-AUDIT-DEL CURSOR FOR
                     SELECT id, first_name, last_name, group_number,
                        (id_student, first_name, last_name,
                         group_number, email, phone_number,
                         city, country, campus_code,
                         deleted_ts, reason_code,
                         leave_reason, dest_school)
                     VALUES
                        (:id-student, :first-name, :last-name,
                         :group_number, :email, :phone-number,
                         :city, :country, :campus_code,
                         CURRENT TIMESTAMP,
                         :WS-DELETE-REASON,
                         :ws-leave-reason, :ws-dest-school)
                  END-EXEC.

      *A re-insert of a student who was on the table before the full

              DELTA-WITHDRAW.
                  MOVE 'WITHDRAW' TO WS-DELETE-REASON.
                  MOVE EF-LEAVE-REASON TO ws-leave-reason.
                  MOVE EF-DEST-SCHOOL TO ws-dest-school.
                  EXEC SQL
                     SELECT first_name, last_name, group_number,
                            email, phone_number, city, country,
