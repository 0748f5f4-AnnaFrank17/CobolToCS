      *Communication consent check. The consent table, loaded by
      *PROGRAMCONS, holds dated consent rows per student (scope S) or
      *per household (scope H, the household link PROGRAMHH keeps).
      *The row in force for a type is the one with the latest
      *effective date on or before the date asked for. A student's
      *own row takes precedence over the household's; with no row at
      *either level consent stands, so families are mailed until
      *they opt out. A standalone subprogram like PROGRAMAUTH so every
      *mailing and listing job applies the same rule.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMCNST.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 ws-subject-id PIC 9(5).
           01 ws-consent-type PIC X(5).
           01 ws-as-of PIC X(8).
           01 ws-consent-flag PIC X(1).
           01 ws-household-id PIC 9(5).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           COPY "Consent.cpy".

       PROCEDURE DIVISION USING SQLCA, CONSENT-REQUEST.

              SECT-MAIN.
                 MOVE 'Y' TO CONSENT-RESULT.
                 MOVE CONSENT-ID-STUDENT TO ws-subject-id.
                 MOVE CONSENT-TYPE TO ws-consent-type.
                 MOVE CONSENT-AS-OF TO ws-as-of.
                 PERFORM GET-STUDENT-CONSENT.
                 IF SQLCODE = 100
                    PERFORM GET-HOUSEHOLD-CONSENT
                 END-IF.
                 EVALUATE SQLCODE
                    WHEN 0
                       MOVE ws-consent-flag TO CONSENT-RESULT
                    WHEN 100
                       MOVE 'Y' TO CONSENT-RESULT
                    WHEN OTHER
                       DISPLAY 'Consent lookup failed, SQLCODE = '
                          SQLCODE
                       MOVE 'E' TO CONSENT-RESULT
                 END-EVALUATE.
                 GOBACK.

              GET-STUDENT-CONSENT.
                  EXEC SQL
                     SELECT consent_flag INTO :ws-consent-flag
                     FROM consent
                     WHERE scope = 'S'
                       AND subject_id = :ws-subject-id
                       AND consent_type = :ws-consent-type
                       AND effective_date =
                          (SELECT MAX(effective_date)
                           FROM consent
                           WHERE scope = 'S'
                             AND subject_id = :ws-subject-id
                             AND consent_type = :ws-consent-type
                             AND effective_date <= :ws-as-of)
                  END-EXEC.

      *A student no longer on the students table (withdrawn or an
      *alumnus) has no household link; only the own row applies.
              GET-HOUSEHOLD-CONSENT.
                  EXEC SQL
                     SELECT COALESCE(household_id, id)
                     INTO :ws-household-id
                     FROM students
                     WHERE id = :ws-subject-id
                  END-EXEC.
                  IF SQLCODE = 0
                     EXEC SQL
                        SELECT consent_flag INTO :ws-consent-flag
                        FROM consent
                        WHERE scope = 'H'
                          AND subject_id = :ws-household-id
                          AND consent_type = :ws-consent-type
                          AND effective_date =
                             (SELECT MAX(effective_date)
                              FROM consent
                              WHERE scope = 'H'
                                AND subject_id = :ws-household-id
                                AND consent_type = :ws-consent-type
                                AND effective_date <= :ws-as-of)
                     END-EXEC
                  END-IF.
