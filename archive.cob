      * pattern CREATE-TABLE-IF-MISSING uses for TAB1) and then deleted
      * from TAB1, one row at a time, committing after each successful
      * move so a mid-run failure leaves TAB1 and TAB1_HIST consistent
      * instead of half-archived. Each move is journaled to
      * TAB1_CHANGES as action 'A' (see TAB1-JOURNAL) in the same unit
      * of work, so ASOF-BALANCE can tell a key archived after a
      * date was still live on it.
      *
      * Aging also honors CHANGE_DATE: a row RESTORE-TAB1 brought
      * back (or one a maintenance action touched) carries a fresh
      * nights; a throttled stop keeps the checkpoint, a clean finish
      * clears it.
      *
      * A key under legal hold (see LEGAL-HOLD / HOLD-CHECK) is never
      * archived, however old: it is skipped, counted, and the skip
      * is logged to TAB1_HOLDBLOCK for the monthly hold report.
      * ARCH-FORECAST lists ahead of time, under these same cutoff
      * rules, what the next seven nights will take.
      *
      * "Today" - the base of the retention cutoff and the
      * ARCHIVED_DATE stamped on TAB1_HIST - is the business date
      * from the processing-date control record (see BUSINESS-DATE),
      * the machine date only when there is no control record.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - clean
      *   4 - completed but zero rows archived
      *   8 - connect failure or SQL abort, or refused because the
      *       business day is already closed
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "custrec.cpy".
           01  WRK-LOAD-DATE       PIC X(10).
           01  WRK-CUTOFF-DATE     PIC X(10).
           01  WRK-ARCHIVED-DATE   PIC X(10).
           01  WRK-TABLE-EXISTS    PIC 9(9) COMP.
           01  WRK-CHECKPOINT-KEY  PIC X(20).
           EXEC SQL END
       01  WRK-LOCK-ACTION        PIC X(1).
       01  WRK-LOCK-PROGRAM       PIC X(12) VALUE 'ARCHIVE-TAB1'.
       01  WRK-LOCK-RESULT        PIC S9(9) VALUE 0.
       01  WRK-HOLD-PROGRAM       PIC X(12) VALUE 'ARCHIVE-TAB1'.
       01  WRK-HOLD-ACTION        PIC X(20) VALUE 'ARCHIVE'.
       01  WRK-HOLD-CASE-REF      PIC X(20).
       01  WRK-HOLD-RESULT        PIC S9(9) VALUE 0.
       01  WRK-LEGAL-SKIP-COUNT   PIC 9(9) VALUE 0.
       01  WRK-AUDIT-SQLCODE      PIC S9(9) COMP-5.
       01  WRK-BIZ-ACTION         PIC X(1) VALUE 'G'.
       01  WRK-BIZ-PROGRAM        PIC X(12) VALUE 'ARCHIVE-TAB1'.
       01  WRK-BIZ-DATE           PIC 9(8).
       01  WRK-BIZ-RESULT         PIC S9(9) VALUE 0.
       01  WRK-DATE-REFUSED-SW    PIC X VALUE 'N'.
           88 BUSINESS-DATE-REFUSED   VALUE 'Y'.
       01  WRK-JRNL-ACTION        PIC X(1) VALUE 'A'.
       01  WRK-JRNL-OLD-COL-2     PIC 9(10)V9(5).
       01  WRK-JRNL-OLD-COL-5     PIC X(50).
       01  WRK-JRNL-NEW-COL-5     PIC X(50).
       01  WRK-JRNL-PROGRAM       PIC X(12) VALUE 'ARCHIVE-TAB1'.
       01  WRK-JRNL-FEED-ID       PIC X(16).
       01  WRK-JRNL-RETURN        PIC S9(9).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TODAY-8      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           PERFORM ESTABLISH-BUSINESS-DATE
           IF BUSINESS-DATE-REFUSED
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO WRK-JRNL-FEED-ID
           STRING 'ARCHIVE' WRK-BIZ-DATE DELIMITED BY SIZE
              INTO WRK-JRNL-FEED-ID
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'ARCHIVE-TAB1: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
              EXEC SQL
                 DISCONNECT ALL
              END-EXEC
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL NO-MORE-ROWS OR THROTTLE-REACHED
              PERFORM FETCH-ONE-ROW
              IF NOT NO-MORE-ROWS
                 CALL "HOLD-CHECK" USING COL-1 WRK-HOLD-PROGRAM
                                         WRK-HOLD-ACTION
                                         WRK-HOLD-CASE-REF
                                         WRK-HOLD-RESULT
                 IF WRK-HOLD-RESULT NOT = 0
                    PERFORM SKIP-HELD-ROW
                 ELSE
                    PERFORM ARCHIVE-ONE-ROW
                 END-IF
                 IF WRK-MAX-ROWS > 0
                    AND WRK-ARCHIVE-COUNT >= WRK-MAX-ROWS
                    MOVE 'Y' TO WRK-THROTTLE-SW
           END-IF
           DISPLAY 'ARCHIVE-TAB1: ' WRK-ARCHIVE-COUNT
                   ' ROW(S) ARCHIVED, CUTOFF = ' WRK-CUTOFF-DATE
           IF WRK-LEGAL-SKIP-COUNT > 0
              DISPLAY 'ARCHIVE-TAB1: ' WRK-LEGAL-SKIP-COUNT
                      ' AGED ROW(S) SKIPPED - UNDER LEGAL HOLD'
           END-IF
           EXEC SQL
              DISCONNECT ALL
           END-EXEC
           MOVE WRK-ARCHIVE-COUNT TO WRK-STATS-IN
           MOVE WRK-ARCHIVE-COUNT TO WRK-STATS-OUT
           MOVE 0 TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN BUSINESS-DATE-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN SQL-TROUBLE
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN OTHER
                 MOVE 'COMPLETE' TO WRK-STATS-STATUS
           END-EVALUATE
           CALL "RUNSTATS" USING WRK-STATS-PROGRAM WRK-START-TS
                                  WRK-STATS-IN WRK-STATS-OUT
                                  WRK-STATS-REJ WRK-STATS-STATUS.
              DISPLAY 'ARCHIVE-TAB1: CONNECT FAILED, RETURN CODE = '
                      DB-RETURN-CODE
           END-IF.
      ****************************************************************
       ESTABLISH-BUSINESS-DATE.
           CALL "BUSINESS-DATE" USING WRK-BIZ-ACTION WRK-BIZ-PROGRAM
                                       WRK-BIZ-DATE WRK-BIZ-RESULT
           MOVE WRK-BIZ-DATE(1:4) TO WRK-ARCHIVED-DATE(1:4)
           MOVE '-'               TO WRK-ARCHIVED-DATE(5:1)
           MOVE WRK-BIZ-DATE(5:2) TO WRK-ARCHIVED-DATE(6:2)
           MOVE '-'               TO WRK-ARCHIVED-DATE(8:1)
           MOVE WRK-BIZ-DATE(7:2) TO WRK-ARCHIVED-DATE(9:2)
           EVALUATE WRK-BIZ-RESULT
              WHEN 1
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'BUSINESS DAY ' WRK-BIZ-DATE
                        ' ALREADY CLOSED - ARCHIVE REFUSED'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM REFUSE-BUSINESS-DATE
              WHEN 8
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'PROCESSING-DATE CONTROL RECORD UNREADABLE'
                        ' - ARCHIVE REFUSED'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM REFUSE-BUSINESS-DATE
           END-EVALUATE.
      ****************************************************************
       REFUSE-BUSINESS-DATE.
           MOVE 'Y' TO WRK-DATE-REFUSED-SW
           DISPLAY 'ARCHIVE-TAB1: ' WRK-AUDIT-MESSAGE
           MOVE 'ARCHIVE-TAB1' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       ESTABLISH-CUTOFF-DATE.
      *    ARCHIVE_CUTOFF_DATE, when set, is used as the YYYY-MM-DD
      *    cutoff date directly. Otherwise the cutoff is the business
      *    date minus ARCHIVE_RETENTION_DAYS (default 365).
           MOVE SPACES TO WRK-CUTOFF-DATE-PARM
           ACCEPT WRK-CUTOFF-DATE-PARM
                  FROM ENVIRONMENT "ARCHIVE_CUTOFF_DATE"
              IF WRK-RETENTION-DAYS NOT = SPACES
                 MOVE WRK-RETENTION-DAYS TO WRK-RETENTION-DAYS-N
              END-IF
              MOVE WRK-BIZ-DATE TO WRK-TODAY-8
              COMPUTE WRK-CUTOFF-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-TODAY-8)
                 - WRK-RETENTION-DAYS-N
              MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                     WRK-AUDIT-MESSAGE
              EXEC SQL
                 DISCONNECT ALL
              END-EXEC
              PERFORM RELEASE-RUN-LOCK
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
                 MOVE 'Y' TO WRK-READ-EOF-SW
                 MOVE 'Y' TO WRK-SQL-TROUBLE-SW
           END-EVALUATE.
      ****************************************************************
       SKIP-HELD-ROW.
      *    The row stays live; the commit carries HOLD-CHECK's
      *    TAB1_HOLDBLOCK entry.
           EXEC SQL
              COMMIT WORK
           END-EXEC
           ADD 1 TO WRK-LEGAL-SKIP-COUNT
           DISPLAY 'ARCHIVE-TAB1: ' COL-1 ' NOT ARCHIVED - LEGAL '
                   'HOLD, CASE ' WRK-HOLD-CASE-REF.
      ****************************************************************
       ARCHIVE-ONE-ROW.
           EXEC SQL
                     (COL_1, COL_2, COL_3, COL_4, COL_5,
                      LOAD_DATE, ARCHIVED_DATE)
              VALUES (:COL-1, :COL-2, :COL-3, :COL-4, :COL-5,
                      :WRK-LOAD-DATE, :WRK-ARCHIVED-DATE)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              DISPLAY 'ARCHIVE-TAB1: HIST INSERT FAILED FOR ' COL-1
                 DELETE FROM TAB1
                  WHERE COL_1 = :COL-1
              END-EXEC
              IF SQLCODE = 0 THEN
                 PERFORM JOURNAL-ARCHIVED-ROW
              END-IF
              IF SQLCODE = 0 THEN
                 EXEC SQL
                    COMMIT WORK
                 END-EXEC
              END-IF
           END-IF.
      ****************************************************************
       JOURNAL-ARCHIVED-ROW.
      *    The 'A' row rides the move's unit of work: OLD and NEW
      *    alike, the image that went to TAB1_HIST. A journal failure
      *    is handed back in SQLCODE so the move rolls back with it.
           MOVE SPACES TO WRK-JRNL-NEW-COL-5
           MOVE COL-5-ARR(1:COL-5-LEN) TO WRK-JRNL-NEW-COL-5
           MOVE WRK-JRNL-NEW-COL-5 TO WRK-JRNL-OLD-COL-5
           MOVE COL-2 TO WRK-JRNL-OLD-COL-2
           CALL "TAB1-JOURNAL" USING COL-1 WRK-JRNL-ACTION
                WRK-JRNL-OLD-COL-2 COL-2
                WRK-JRNL-OLD-COL-5 WRK-JRNL-NEW-COL-5
                WRK-JRNL-PROGRAM WRK-JRNL-FEED-ID
                WRK-JRNL-RETURN
           IF WRK-JRNL-RETURN NOT = 0
              DISPLAY 'ARCHIVE-TAB1: JOURNAL WRITE FAILED FOR ' COL-1
              MOVE WRK-JRNL-RETURN TO SQLCODE
           END-IF.
