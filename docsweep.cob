      * Each archived key's documents move and commit as one unit, so
      * a mid-run kill leaves every key's documents wholly in one
      * catalog or the other.
      * A key under legal hold (see LEGAL-HOLD / HOLD-CHECK) keeps
      * its documents where they are even when its row is archived:
      * it is listed as HELD and the skip is logged to
      * TAB1_HOLDBLOCK for the monthly hold report.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - clean, no orphans
       01  WRK-STATS-STATUS      PIC X(8).
       01  WRK-AUDIT-SOURCE      PIC X(12).
       01  WRK-AUDIT-MESSAGE     PIC X(80).
       01  WRK-HOLD-PROGRAM      PIC X(12) VALUE 'DOC-SWEEP'.
       01  WRK-HOLD-ACTION       PIC X(20) VALUE 'DOCUMENT MOVE'.
       01  WRK-HOLD-CASE-REF     PIC X(20).
       01  WRK-HOLD-RESULT       PIC S9(9) VALUE 0.
       01  WRK-HELD-KEYS         PIC 9(9) VALUE 0.
       01  WRK-HELD-DOCS         PIC 9(9) VALUE 0.

       01  HEADER-LINE-1.
           05 FILLER             PIC X(28)
           05 FILLER             PIC X(9)  VALUE ' KEY(S), '.
           05 T3-DOCS            PIC Z(8)9.
           05 FILLER             PIC X(12) VALUE ' DOCUMENT(S)'.
       01  TOTAL-LINE-4.
           05 FILLER             PIC X(18) VALUE 'LEGAL HOLD'.
           05 T4-KEYS            PIC Z(8)9.
           05 FILLER             PIC X(9)  VALUE ' KEY(S), '.
           05 T4-DOCS            PIC Z(8)9.
           05 FILLER             PIC X(12) VALUE ' DOCUMENT(S)'.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
              WHEN WRK-KEY-COUNT > 0
                 CONTINUE
              WHEN WRK-HIST-COUNT > 0
                 CALL "HOLD-CHECK" USING DS-COL-1 WRK-HOLD-PROGRAM
                                         WRK-HOLD-ACTION
                                         WRK-HOLD-CASE-REF
                                         WRK-HOLD-RESULT
                 IF WRK-HOLD-RESULT NOT = 0
                    PERFORM SKIP-HELD-DOCS
                 ELSE
                    PERFORM MOVE-DOCS-TO-HIST
                 END-IF
              WHEN OTHER
                 ADD 1 TO WRK-ORPHAN-KEYS
                 ADD DS-DOC-COUNT TO WRK-ORPHAN-DOCS
                 DISPLAY 'DOC-SWEEP: ORPHANED DOCUMENTS FOR '
                         DS-COL-1
           END-EVALUATE.
      ****************************************************************
       SKIP-HELD-DOCS.
      *    The commit carries HOLD-CHECK's TAB1_HOLDBLOCK entry.
           EXEC SQL
              COMMIT WORK
           END-EXEC
           ADD 1 TO WRK-HELD-KEYS
           ADD DS-DOC-COUNT TO WRK-HELD-DOCS
           MOVE 'HELD'       TO D-VERDICT
           MOVE DS-COL-1     TO D-COL-1
           MOVE DS-DOC-COUNT TO D-DOC-COUNT
           MOVE DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'DOC-SWEEP: ' DS-COL-1 ' DOCUMENTS NOT MOVED - '
                   'LEGAL HOLD, CASE ' WRK-HOLD-CASE-REF.
      ****************************************************************
       MOVE-DOCS-TO-HIST.
      *    INSERT ... SELECT keeps the BYTEA bytes inside the engine;
           MOVE WRK-ORPHAN-KEYS TO T3-KEYS
           MOVE WRK-ORPHAN-DOCS TO T3-DOCS
           MOVE TOTAL-LINE-3 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WRK-HELD-KEYS TO T4-KEYS
           MOVE WRK-HELD-DOCS TO T4-DOCS
           MOVE TOTAL-LINE-4 TO REPORT-RECORD
           WRITE REPORT-RECORD.
