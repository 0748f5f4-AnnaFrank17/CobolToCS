      *Prints one term report card page per student: the per-subject
      *average score from the grades table over the requested date
      *range, followed by the attendance percentage from the
      *attendance table for the same range. Each subject is printed
      *with its name from the subject master and flagged when the
      *average falls below the subject's pass mark. Pages are
      *sequenced by group then last name, the way the timetable print
      *is, so they can be handed out by class at the parent meetings.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMCARD.

           01 ws-subject-code PIC X(6).
           01 ws-score-total PIC 9(7).
           01 ws-score-count PIC 9(5).
           01 ws-subject-name PIC X(20).
           01 ws-pass-mark PIC 9(3).
           01 ws-present-count PIC 9(5).
           01 ws-recorded-count PIC 9(5).

       PRINT-ONE-SUBJECT.
           COMPUTE WS-AVG-SCORE =
              ws-score-total / ws-score-count.
           PERFORM GET-SUBJECT-MASTER.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   ' DELIMITED BY SIZE
              ws-subject-code DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              ws-subject-name DELIMITED BY SIZE
              ' AVERAGE ' DELIMITED BY SIZE
              WS-AVG-SCORE DELIMITED BY SIZE
              ' (' DELIMITED BY SIZE
              ws-score-count DELIMITED BY SIZE
              ' marks)' DELIMITED BY SIZE
              INTO WS-PRINT-LINE
           END-STRING.
           IF WS-AVG-SCORE < ws-pass-mark
              MOVE '** BELOW PASS' TO WS-PRINT-LINE(64:13)
           END-IF.
           PERFORM PRINT-A-LINE.

      *Marks stored before the subject master existed may carry a code
      *no longer on it; those print without a name or a pass mark.
       GET-SUBJECT-MASTER.
           EXEC SQL
              SELECT subject_name, pass_mark
              INTO :ws-subject-name, :ws-pass-mark
              FROM subjects
              WHERE subject_code = :ws-subject-code
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '(not on master)' TO ws-subject-name
              MOVE 0 TO ws-pass-mark
              MOVE 0 TO SQLCODE
           END-IF.

      *The attendance figures come from the weekly rollup kept by
      *PROGRAMATT rather than the raw attendance table.
       PRINT-ATTENDANCE-PCT.
