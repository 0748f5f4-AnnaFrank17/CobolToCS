      *Checks an operator's authority for a maintenance function.
      *operator_authority holds one row per operator and function
      *(GMNT, FEE, ROOM, INS, CTRY, TERM, CHG, HLTH, ROUT, PCLS,
      *SUBJ, DISC) with the date it was granted, an active flag and
      *the time it was last used.
      *Called once at the start of every maintenance run with the
      *operator id supplied on that run; a granted check stamps
      *last_used_ts so the quarterly access review can show rights
      *nobody exercises.
      *A standalone subprogram like PROGRAMRUNLOG so every maintenance
      *job applies the same rule.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMAUTH.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           01 ws-operator-id PIC X(8).
           01 ws-function-code PIC X(4).
           01 v-count PIC 9(10).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           COPY "Authority.cpy".

       PROCEDURE DIVISION USING SQLCA, AUTH-REQUEST.

              SECT-MAIN.
                 MOVE 'N' TO AUTH-RESULT.
                 MOVE AUTH-OPERATOR-ID TO ws-operator-id.
                 MOVE AUTH-FUNCTION TO ws-function-code.
                 IF ws-operator-id = SPACES
                    DISPLAY 'PROGRAMAUTH: no operator id given for '
                       ws-function-code
                 ELSE
                    PERFORM CHECK-GRANT
                 END-IF.
                 GOBACK.

              CHECK-GRANT.
                  MOVE 0 TO v-count.
                  EXEC SQL
                     SELECT COUNT(*) INTO :v-count
                     FROM operator_authority
                     WHERE operator_id = :ws-operator-id
                       AND function_code = :ws-function-code
                       AND active_flag = 'Y'
                  END-EXEC.
                  IF SQLCODE NOT = 0
                     DISPLAY 'Authority lookup failed, SQLCODE = '
                        SQLCODE
                     MOVE 'E' TO AUTH-RESULT
                  ELSE
                     IF v-count > 0
                        MOVE 'Y' TO AUTH-RESULT
                        EXEC SQL
                           UPDATE operator_authority
                           SET last_used_ts = CURRENT TIMESTAMP
                           WHERE operator_id = :ws-operator-id
                             AND function_code = :ws-function-code
                        END-EXEC
                     ELSE
                        DISPLAY 'PROGRAMAUTH: operator '
                           ws-operator-id ' has no grant for '
                           ws-function-code
                     END-IF
                  END-IF.
