      *ProgramDELONE. It is a standalone subprogram rather than an
      *ENTRY inside ProgramDML because calling ProgramDML directly
      *would re-run its main line (bulk delete + feed load).
      *The caller passes the leaving reason and destination school,
      *which are kept on the students_history row.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMDELSTU.

              05 campus_code PIC X(3).

           01 WS-DELETE-REASON PIC X(10).
           01 ws-leave-reason PIC X(2).
           01 ws-dest-school PIC X(30).

           EXEC SQL END
              DECLARE SECTION
       LINKAGE SECTION.
           01 ENTRY-ID PIC 9(5).
           01 DELETE-STATUS PIC X(1).
           COPY "Leaving.cpy".

       PROCEDURE DIVISION USING SQLCA, ENTRY-ID, DELETE-STATUS,
             LEAVING-DETAILS.
       DISPLAY 'ProgramDELSTU:'.

              SECT-MAIN.

              DELETE_STUDENT.
                  MOVE 'SINGLE' TO WS-DELETE-REASON.
                  MOVE LEAVING-REASON TO ws-leave-reason.
                  MOVE LEAVING-DEST-SCHOOL TO ws-dest-school.
                  EXEC SQL
                     SELECT first_name, last_name, group_number,
                            email, phone_number, city, country,
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
