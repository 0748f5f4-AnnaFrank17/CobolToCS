      *does it advance CLASS1, graduate the top class, and refresh the
      *control totals in FILE001.CTL so the trailer stays truthful.
      *A CONFIRM run checks the term master first and is refused
      *outside the promotion window of the term in progress. Students
      *PROGRAMSTAND has marked retain in academic_standing for the
      *term in progress stay in their class: the pre-run report shows
      *them per class, CONFIRM leaves their CLASS1 alone (a retained
      *top-class student does not graduate) and then marks the term's
      *standing decisions rolled so no late override is taken.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMROLL.

          01 ws-run-date PIC X(8).
          01 ws-promo-date PIC X(8).
          01 ws-end-date PIC X(8).
          01 ws-term-start PIC X(8).
          01 id-student PIC 9(5).
          01 ws-decision PIC X(1).

          EXEC SQL END
             DECLARE SECTION
             05 WS-CLS-ENTRY OCCURS 50 TIMES.
                10 WS-CLS-CODE PIC X(3).
                10 WS-CLS-COUNT PIC 9(5).
                10 WS-CLS-RETAIN PIC 9(5).
          01 I PIC 9(5).
          01 WS-CLS-FOUND PIC X(1).

          01 WS-PROMOTED PIC 9(5) VALUE 0.
          01 WS-GRADUATED PIC 9(5) VALUE 0.
          01 WS-UNCHANGED PIC 9(5) VALUE 0.
          01 WS-RETAINED PIC 9(5) VALUE 0.
          01 WS-IS-RETAINED PIC X(1).
          01 WS-TERM-FOUND PIC X(1).

          01 WS-REC-COUNT PIC 9(7) VALUE 0.
          01 WS-HASH-TOTAL PIC 9(10) VALUE 0.
              MOVE 'PROD' TO WS-PROFILE
           END-IF.

           PERFORM CONNECT-AND-FIND-TERM.
           PERFORM PRINT-PRERUN-REPORT.

           IF WS-RUN-MODE = 'CONFIRM'
              PERFORM CHECK-PROMOTION-WINDOW
              PERFORM APPLY-ROLLOVER
              PERFORM REFRESH-CONTROL-TOTALS
              PERFORM MARK-STANDING-ROLLED
              DISPLAY ' '
              DISPLAY 'Rollover applied.'
              DISPLAY '   Promoted:  ' WS-PROMOTED
              DISPLAY '   Graduated: ' WS-GRADUATED
              DISPLAY '   Retained:  ' WS-RETAINED
              DISPLAY '   Unchanged: ' WS-UNCHANGED
           ELSE
              DISPLAY ' '
              DISPLAY 'Report only - run with CONFIRM to update.'
           END-IF.
           EXEC SQL COMMIT WORK RELEASE END-EXEC.

       STOP RUN.

      *The retain list belongs to the term in progress; outside a term
      *there is no list and every active student moves as before.
       CONNECT-AND-FIND-TERM.
           MOVE WS-PROFILE TO SIGNON-PROFILE.
           CALL "ProgramSIGNON" USING SQLCA, SIGNON-REQUEST.
           IF SQLCODE NOT = 0
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO ws-run-date.
           MOVE 'Y' TO WS-TERM-FOUND.
           EXEC SQL
              SELECT start_date, promotion_date, end_date
              INTO :ws-term-start, :ws-promo-date, :ws-end-date
              FROM term_master
              WHERE start_date <= :ws-run-date
                AND end_date >= :ws-run-date
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-TERM-FOUND
              MOVE 0 TO SQLCODE
              DISPLAY 'No term in progress - no retain list applies'
           END-IF.

       CHECK-RETAINED.
           MOVE 'N' TO WS-IS-RETAINED.
           IF WS-TERM-FOUND = 'Y'
              MOVE STUDENT-ID TO id-student
              EXEC SQL
                 SELECT decision INTO :ws-decision
                 FROM academic_standing
                 WHERE id_student = :id-student
                   AND term_start = :ws-term-start
              END-EXEC
              IF SQLCODE = 0 AND ws-decision = 'R'
                 MOVE 'Y' TO WS-IS-RETAINED
              END-IF
              MOVE 0 TO SQLCODE
           END-IF.

       MARK-STANDING-ROLLED.
           EXEC SQL
              UPDATE academic_standing
              SET roll_status = 'R',
                  log_ts = CURRENT TIMESTAMP
              WHERE term_start = :ws-term-start
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *The rollover may only be applied between the promotion date
      *and the end of the term in progress on the term master.
       CHECK-PROMOTION-WINDOW.
           IF WS-TERM-FOUND = 'N'
              OR ws-run-date < ws-promo-date
              OR ws-run-date > ws-end-date
              DISPLAY 'Rollover refused: ' ws-run-date
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'Promotion window open until ' ws-end-date.

       PRINT-PRERUN-REPORT.

       TALLY-CLASS.
           IF STATUS-CODE = 'A'
              PERFORM CHECK-RETAINED
              PERFORM ADD-TO-CLASS-SUMMARY
           END-IF.

              UNTIL I > WS-CLASS-DISTINCT-COUNT
              IF WS-CLS-CODE(I) = CLASS1
                 ADD 1 TO WS-CLS-COUNT(I)
                 IF WS-IS-RETAINED = 'Y'
                    ADD 1 TO WS-CLS-RETAIN(I)
                 END-IF
                 MOVE 'Y' TO WS-CLS-FOUND
              END-IF
           END-PERFORM.
              ADD 1 TO WS-CLASS-DISTINCT-COUNT
              MOVE CLASS1 TO WS-CLS-CODE(WS-CLASS-DISTINCT-COUNT)
              MOVE 1 TO WS-CLS-COUNT(WS-CLASS-DISTINCT-COUNT)
              MOVE 0 TO WS-CLS-RETAIN(WS-CLASS-DISTINCT-COUNT)
              IF WS-IS-RETAINED = 'Y'
                 MOVE 1 TO WS-CLS-RETAIN(WS-CLASS-DISTINCT-COUNT)
              END-IF
           END-IF.

       PRINT-CLASS-MOVE.
                    WS-CLS-COUNT(I) ' students -> Class '
                    WS-NEXT-CLASS
           END-EVALUATE.
           IF WS-CLS-RETAIN(I) > 0
              DISPLAY '      of which retained in Class '
                 WS-CLS-CODE(I) ': ' WS-CLS-RETAIN(I)
           END-IF.

       COMPUTE-NEXT-CLASS-OF-I.
           MOVE FUNCTION NUMVAL(WS-CLS-CODE(I)) TO WS-CLASS-NUM.
           CLOSE STUDENT.

       ROLL-ONE-STUDENT.
           IF STATUS-CODE = 'A'
              PERFORM CHECK-RETAINED
           ELSE
              MOVE 'N' TO WS-IS-RETAINED
           END-IF.
           EVALUATE TRUE
              WHEN STATUS-CODE NOT = 'A'
                 ADD 1 TO WS-UNCHANGED
              WHEN WS-IS-RETAINED = 'Y'
                 ADD 1 TO WS-RETAINED
              WHEN CLASS1 = WS-FINAL-CLASS
                 MOVE 'G' TO STATUS-CODE
                 REWRITE STUDENT-FILE
