       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCRUE-TAB1.
      ****************************************************************
      * ACCRUE-TAB1 - month-end accrual posting. Applies the monthly
      * rate held for each COL-3 category in TAB1_CATRATE (maintained
      * by CAT-MAINT action R, with effective dates) to every live
      * TAB1 COL-2: accrual = COL-2 x rate / 100, rounded to the
      * fifth decimal, added to COL-2. The rate used is the one in
      * force on the last day of the period. Replaces the spreadsheet
      * off the CSV-TAB1 export and the BATCH-MAINT 'C' feed that
      * carried the result back.
      *   ACCRUAL_PERIOD   YYYYMM to post. Default: the month ending
      *                    today if today is a month end, otherwise
      *                    the month just ended. A month that has not
      *                    ended yet is refused.
      *   ACCRUAL_PRINT_FILE        register (default "tab1accr.rpt")
      *   ACCRUAL_CHECKPOINT_FILE   resume point ("accrual.ckpt")
      *   ACCRUAL_CHECKPOINT_INTERVAL  rows between checkpoints (100)
      * Each posting is its own unit of work: the TAB1 update, its
      * TAB1_CHANGES journal row (program ACCRUE-TAB1, feed id
      * ACCRUAL + period) and the period's running totals in
      * TAB1_ACCRUALCTL commit together. TAB1_ACCRUALCTL holds one
      * row per period - RUNNING while a posting is under way, POSTED
      * once it finished - so a period already POSTED is refused, and
      * a RUNNING one is resumed: after the checkpoint key, and never
      * for a key the journal already shows posted for the period.
      * The register lists every posting with per-category subtotals
      * and the categories that had no rate in force.
      * A period PERIOD-CLOSE has already closed is refused (see
      * PERIOD-CHECK) - its figures have gone to finance.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - period posted
      *   4 - period posted but nothing accrued (no live row in a
      *       category with a rate in force)
      *   8 - connect/lock failure, period refused (already posted,
      *       closed, not yet ended, or no category rate in force -
      *       refused before the period is claimed), more categories
      *       with rates than the rate table holds, file-open
      *       failure, or SQL abort (the period stays RUNNING - rerun
      *       to resume)
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO WRK-PRINT-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PRINT-FILE-STATUS.
           SELECT ACCR-CHECKPOINT-FILE
               ASSIGN TO WRK-ACCR-CKPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ACCR-CKPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-RECORD          PIC X(132).
      ****************************************************************
      * ACCR-CHECKPOINT-FILE - the last category and key posted, in
      * the cursor's COL_3, COL_1 order, so a rerun resumes after it.
      ****************************************************************
       FD  ACCR-CHECKPOINT-FILE.
       01  ACCR-CHECKPOINT-RECORD.
           05 ACK-PERIOD         PIC X(6).
           05 ACK-COL-3          PIC 9(6).
           05 ACK-COL-1          PIC X(20).

       WORKING-STORAGE SECTION.
           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.
       01  AC-COL-1           PIC X(20).
       01  AC-COL-2           PIC 9(10)V9(5).
       01  AC-COL-3           PIC 9(6).
       01  AC-COL-5           PIC X(50).
       01  AC-NEW-COL-2       PIC 9(10)V9(5).
       01  AC-ACCRUAL         PIC 9(10)V9(5).
       01  AC-PERIOD          PIC X(6).
       01  AC-PERIOD-END      PIC X(8).
       01  AC-FEED-ID         PIC X(16).
       01  AC-STATUS          PIC X(8).
       01  AC-START-TS        PIC X(14).
       01  AC-ROWS-POSTED     PIC 9(9).
       01  AC-AMOUNT-POSTED   PIC 9(13)V9(5).
       01  RT-COL-3           PIC 9(6).
       01  RT-RATE            PIC 9(3)V9(6).
       01  CK-COL-3           PIC 9(6).
       01  CK-COL-1           PIC X(20).
       01  WRK-TABLE-EXISTS   PIC 9(9) COMP.
           EXEC SQL END
              DECLARE SECTION
           END-EXEC

      **************** THE SQLCA FILE MUST BE IN THE DIRECTORY**
           EXEC SQL
                 INCLUDE SQLCA
           END-EXEC.
      ****************************************************************
       01  WRK-ENV-CODE          PIC X(8).
           COPY "dbretcd.cpy".
       01  WRK-PRINT-FILE-PATH   PIC X(80).
       01  WRK-PRINT-FILE-STATUS PIC X(2).
       01  WRK-ACCR-CKPT-PATH    PIC X(80).
       01  WRK-ACCR-CKPT-STATUS  PIC X(2).
       01  WRK-CKPT-INTERVAL     PIC 9(5) VALUE 100.
       01  WRK-CKPT-INTERVAL-PARM PIC X(5) VALUE SPACES.
       01  WRK-CKPT-COUNTER      PIC 9(5) VALUE 0.
       01  WRK-PERIOD-PARM       PIC X(6).
       01  WRK-TODAY-8           PIC 9(8).
       01  WRK-TS-TIME           PIC X(8).
       01  WRK-START-TS          PIC X(14).
       01  WRK-DATE-8            PIC 9(8).
       01  WRK-DATE-INT          PIC 9(8).
       01  WRK-PERIOD-YEAR       PIC 9(4).
       01  WRK-PERIOD-MONTH      PIC 9(2).
       01  WRK-READ-EOF-SW       PIC X VALUE 'N'.
           88 NO-MORE-ROWS           VALUE 'Y'.
       01  WRK-SQL-TROUBLE-SW    PIC X VALUE 'N'.
           88 SQL-TROUBLE            VALUE 'Y'.
       01  WRK-REFUSED-SW        PIC X VALUE 'N'.
           88 PERIOD-REFUSED         VALUE 'Y'.
       01  WRK-RESUMED-SW        PIC X VALUE 'N'.
           88 RUN-RESUMED            VALUE 'Y'.
       01  WRK-CHG-EXIST-SW      PIC X VALUE 'N'.
           88 CHANGES-TABLE-EXISTS   VALUE 'Y'.
      *    Rates in force on the period end, one per category.
       01  WRK-RATE-COUNT        PIC 9(4) VALUE 0 COMP.
       01  WRK-RATE-IX           PIC 9(4) VALUE 0 COMP.
       01  WRK-RATE-TABLE.
           05 WRK-RATE-ENTRY OCCURS 1000.
              10 WRE-COL-3       PIC 9(6).
              10 WRE-RATE        PIC 9(3)V9(6).
       01  WRK-RATE-FULL-SW      PIC X VALUE 'N'.
           88 RATE-TABLE-FULL        VALUE 'Y'.
       01  WRK-RATE-FOUND-SW     PIC X VALUE 'N'.
           88 RATE-IN-FORCE          VALUE 'Y'.
       01  WRK-SIZE-ERROR-SW     PIC X VALUE 'N'.
           88 ACCRUAL-OVERFLOW       VALUE 'Y'.
       01  WRK-CUR-RATE          PIC 9(3)V9(6) VALUE 0.
      *    Category break.
       01  WRK-FIRST-ROW-SW      PIC X VALUE 'Y'.
           88 FIRST-ROW              VALUE 'Y'.
       01  WRK-PREV-COL-3        PIC 9(6) VALUE 0.
       01  WRK-CAT-POSTED        PIC 9(9) VALUE 0.
       01  WRK-CAT-BASE          PIC 9(13)V9(5) VALUE 0.
       01  WRK-CAT-ACCRUAL       PIC 9(13)V9(5) VALUE 0.
       01  WRK-CAT-NO-RATE       PIC 9(9) VALUE 0.
       01  WRK-CAT-ZERO          PIC 9(9) VALUE 0.
       01  WRK-RUN-READ          PIC 9(9) VALUE 0.
       01  WRK-RUN-POSTED        PIC 9(9) VALUE 0.
       01  WRK-RUN-BASE          PIC 9(13)V9(5) VALUE 0.
       01  WRK-RUN-ACCRUAL       PIC 9(13)V9(5) VALUE 0.
       01  WRK-RUN-NO-RATE       PIC 9(9) VALUE 0.
       01  WRK-RUN-ZERO          PIC 9(9) VALUE 0.
       01  WRK-RUN-NOT-POSTED    PIC 9(9) VALUE 0.
       01  WRK-LINE-COUNT        PIC 9(3) VALUE 99.
       01  WRK-PAGE-COUNT        PIC 9(5) VALUE 0.
       01  WRK-LINES-PER-PAGE    PIC 9(3) VALUE 55.
       01  WRK-JRNL-ACTION       PIC X(1) VALUE 'U'.
       01  WRK-JRNL-PROGRAM      PIC X(12) VALUE 'ACCRUE-TAB1'.
       01  WRK-JRNL-NEW-COL-5    PIC X(50).
       01  WRK-JRNL-RETURN       PIC S9(9).
       01  WRK-STATS-PROGRAM     PIC X(12).
       01  WRK-STATS-IN          PIC 9(9).
       01  WRK-STATS-OUT         PIC 9(9).
       01  WRK-STATS-REJ         PIC 9(9).
       01  WRK-STATS-STATUS      PIC X(8).
       01  WRK-AUDIT-SOURCE      PIC X(12).
       01  WRK-AUDIT-MESSAGE     PIC X(80).
       01  WRK-AUDIT-SQLCODE     PIC S9(9) COMP-5.
       01  WRK-LOCK-ACTION       PIC X(1).
       01  WRK-LOCK-PROGRAM      PIC X(12) VALUE 'ACCRUE-TAB1'.
       01  WRK-LOCK-RESULT       PIC S9(9) VALUE 0.
       01  WRK-PERIOD-END-8      PIC 9(8).
       01  WRK-CLOSED-PERIOD     PIC X(6) VALUE SPACES.
       01  WRK-PERIOD-RESULT     PIC S9(9) VALUE 0.

       01  HEADER-LINE-1.
           05 FILLER             PIC X(36)
              VALUE 'MONTH-END ACCRUAL POSTING REGISTER'.
           05 FILLER             PIC X(7)  VALUE 'PERIOD '.
           05 H-PERIOD           PIC X(6).
           05 FILLER             PIC X(16) VALUE '   RATES AS OF '.
           05 H-PERIOD-END       PIC X(8).
           05 FILLER             PIC X(7)  VALUE '   RUN '.
           05 H-REPORT-DATE      PIC 9(8).
           05 FILLER             PIC X(8)  VALUE '   PAGE'.
           05 H-PAGE             PIC ZZZZ9.
       01  HEADER-LINE-2.
           05 FILLER             PIC X(8)  VALUE 'CATEGORY'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(22) VALUE 'KEY'.
           05 FILLER             PIC X(18)
              VALUE '     COL-2 BEFORE'.
           05 FILLER             PIC X(12) VALUE '    RATE PCT'.
           05 FILLER             PIC X(18)
              VALUE '          ACCRUAL'.
           05 FILLER             PIC X(18)
              VALUE '      COL-2 AFTER'.
       01  DETAIL-LINE.
           05 D-COL-3            PIC 9(6).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 D-COL-1            PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-OLD-COL-2        PIC Z(9)9.99999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-RATE             PIC ZZ9.999999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-ACCRUAL          PIC Z(9)9.99999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-NEW-COL-2        PIC Z(9)9.99999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-NOTE             PIC X(30).
       01  SUBTOTAL-LINE.
           05 FILLER             PIC X(10) VALUE '  CATEGORY'.
           05 S-COL-3            PIC 9(6).
           05 FILLER             PIC X(9)  VALUE '  POSTED '.
           05 S-POSTED           PIC Z(8)9.
           05 FILLER             PIC X(7)  VALUE '  BASE '.
           05 S-BASE             PIC Z(12)9.99999.
           05 FILLER             PIC X(10) VALUE '  ACCRUAL '.
           05 S-ACCRUAL          PIC Z(12)9.99999.
           05 FILLER             PIC X(10) VALUE '  NO RATE '.
           05 S-NO-RATE          PIC Z(8)9.
           05 FILLER             PIC X(7)  VALUE '  ZERO '.
           05 S-ZERO             PIC Z(8)9.
       01  TOTAL-LINE.
           05 T-LABEL            PIC X(36).
           05 T-COUNT            PIC Z(8)9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 T-AMOUNT           PIC Z(12)9.99999.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           EXEC SQL DECLARE
              RATETAB CURSOR FOR
                 SELECT DISTINCT ON (COL_3) COL_3, RATE
                   FROM TAB1_CATRATE
                  WHERE EFF_DATE <= TO_DATE(:AC-PERIOD-END, 'YYYYMMDD')
                  ORDER BY COL_3, EFF_DATE DESC
           END-EXEC
           EXEC SQL DECLARE
              ACCRTAB CURSOR FOR
                 SELECT T.COL_1, T.COL_2, T.COL_3,
                        COALESCE(T.COL_5, ' ')
                   FROM TAB1 T
                  WHERE (T.COL_3 > :CK-COL-3
                         OR (T.COL_3 = :CK-COL-3
                             AND T.COL_1 > :CK-COL-1))
                    AND NOT EXISTS
                        (SELECT 1 FROM TAB1_CHANGES C
                          WHERE C.COL_1 = T.COL_1
                            AND C.CHG_PROGRAM = 'ACCRUE-TAB1'
                            AND C.FEED_ID = :AC-FEED-ID)
                  ORDER BY T.COL_3, T.COL_1
           END-EXEC
           EXEC SQL DECLARE
              ACCRTABN CURSOR FOR
                 SELECT T.COL_1, T.COL_2, T.COL_3,
                        COALESCE(T.COL_5, ' ')
                   FROM TAB1 T
                  WHERE (T.COL_3 > :CK-COL-3
                         OR (T.COL_3 = :CK-COL-3
                             AND T.COL_1 > :CK-COL-1))
                  ORDER BY T.COL_3, T.COL_1
           END-EXEC
           MOVE 0 TO SQLCODE
           MOVE 0 TO DB-RETURN-CODE
           ACCEPT WRK-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TODAY-8      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           PERFORM ESTABLISH-PERIOD
           IF PERIOD-REFUSED
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'ACCRUE-TAB1: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           IF WRK-LOCK-RESULT NOT = 0
              DISPLAY 'ACCRUE-TAB1: TAB1 WRITE LOCK NOT ACQUIRED '
                      '- NOTHING POSTED'
              EXEC SQL
                 DISCONNECT ALL
              END-EXEC
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CREATE-ACCRUALCTL-IF-MISSING
           IF NOT SQL-TROUBLE
              PERFORM CHECK-PERIOD-OPEN
           END-IF
           IF NOT SQL-TROUBLE AND NOT PERIOD-REFUSED
              PERFORM LOAD-RATE-TABLE
           END-IF
           IF NOT SQL-TROUBLE AND NOT PERIOD-REFUSED
              AND NOT RATE-TABLE-FULL
              PERFORM CLAIM-PERIOD
           END-IF
           IF NOT SQL-TROUBLE AND NOT PERIOD-REFUSED
              AND NOT RATE-TABLE-FULL
              PERFORM ESTABLISH-RUN-LIMITS
              PERFORM LOAD-ACCR-CHECKPOINT
              PERFORM OPEN-PRINT-FILE
           END-IF
           IF NOT SQL-TROUBLE AND NOT PERIOD-REFUSED
              AND NOT RATE-TABLE-FULL
              AND WRK-PRINT-FILE-STATUS = "00"
              PERFORM POST-PERIOD
              IF SQL-TROUBLE
      *          Keep the resume point; the period stays RUNNING and
      *          the rerun picks up after the last committed posting.
                 PERFORM WRITE-ACCR-CHECKPOINT
              ELSE
                 PERFORM MARK-PERIOD-POSTED
                 PERFORM CLEAR-ACCR-CHECKPOINT
              END-IF
              PERFORM PRINT-REGISTER-TOTALS
              CLOSE PRINT-FILE
           END-IF
           DISPLAY 'ACCRUE-TAB1: PERIOD ' AC-PERIOD ' - '
                   WRK-RUN-POSTED ' POSTING(S) THIS RUN'
           EXEC SQL
              DISCONNECT ALL
           END-EXEC
           PERFORM RELEASE-RUN-LOCK
           PERFORM RECORD-RUN-STATS
           EVALUATE TRUE
              WHEN SQL-TROUBLE
                 MOVE 8 TO RETURN-CODE
              WHEN PERIOD-REFUSED
                 MOVE 8 TO RETURN-CODE
              WHEN RATE-TABLE-FULL
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-PRINT-FILE-STATUS NOT = "00"
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-RUN-POSTED = 0 AND NOT RUN-RESUMED
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      ****************************************************************
       RECORD-RUN-STATS.
           MOVE 'ACCRUE-TAB1' TO WRK-STATS-PROGRAM
           MOVE WRK-RUN-READ TO WRK-STATS-IN
           MOVE WRK-RUN-POSTED TO WRK-STATS-OUT
           MOVE WRK-RUN-NOT-POSTED TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN SQL-TROUBLE
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN PERIOD-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN RATE-TABLE-FULL
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-PRINT-FILE-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN OTHER
                 MOVE 'COMPLETE' TO WRK-STATS-STATUS
           END-EVALUATE
           CALL "RUNSTATS" USING WRK-STATS-PROGRAM WRK-START-TS
                                  WRK-STATS-IN WRK-STATS-OUT
                                  WRK-STATS-REJ WRK-STATS-STATUS.
      ****************************************************************
       ACQUIRE-RUN-LOCK.
      *    The shared TAB1 write lock - see runlock.cob.
           MOVE 'A' TO WRK-LOCK-ACTION
           CALL "RUN-LOCK" USING WRK-LOCK-ACTION WRK-LOCK-PROGRAM
                                  WRK-LOCK-RESULT.
       RELEASE-RUN-LOCK.
           MOVE 'R' TO WRK-LOCK-ACTION
           CALL "RUN-LOCK" USING WRK-LOCK-ACTION WRK-LOCK-PROGRAM
                                  WRK-LOCK-RESULT.
      ****************************************************************
       CONNECT-DB.
           MOVE SPACES TO WRK-ENV-CODE
           ACCEPT WRK-ENV-CODE FROM ENVIRONMENT "DBCONN_ENV"
           CALL "CONNECT-RETRY" USING WRK-ENV-CODE DB-RETURN-CODE
           IF DB-RETURN-CODE = 0
              DISPLAY 'ACCRUE-TAB1: CONNECTED - ENVIRONMENT '
                      WRK-ENV-CODE
           ELSE
              DISPLAY 'ACCRUE-TAB1: CONNECT FAILED, RETURN CODE = '
                      DB-RETURN-CODE
           END-IF.
      ****************************************************************
       ESTABLISH-PERIOD.
           MOVE SPACES TO WRK-PERIOD-PARM
           ACCEPT WRK-PERIOD-PARM FROM ENVIRONMENT "ACCRUAL_PERIOD"
           IF WRK-PERIOD-PARM = SPACES
      *       Default: the month ending today when today is a month
      *       end (tomorrow is the 1st), else the month just ended.
              COMPUTE WRK-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-TODAY-8) + 1
              COMPUTE WRK-DATE-8 = FUNCTION DATE-OF-INTEGER(
                 WRK-DATE-INT)
              MOVE WRK-TODAY-8(1:4) TO WRK-PERIOD-YEAR
              MOVE WRK-TODAY-8(5:2) TO WRK-PERIOD-MONTH
              IF WRK-DATE-8(7:2) NOT = '01'
                 IF WRK-PERIOD-MONTH = 1
                    MOVE 12 TO WRK-PERIOD-MONTH
                    SUBTRACT 1 FROM WRK-PERIOD-YEAR
                 ELSE
                    SUBTRACT 1 FROM WRK-PERIOD-MONTH
                 END-IF
              END-IF
           ELSE
              IF WRK-PERIOD-PARM IS NUMERIC
                 AND WRK-PERIOD-PARM(5:2) >= '01'
                 AND WRK-PERIOD-PARM(5:2) <= '12'
                 MOVE WRK-PERIOD-PARM(1:4) TO WRK-PERIOD-YEAR
                 MOVE WRK-PERIOD-PARM(5:2) TO WRK-PERIOD-MONTH
              ELSE
                 DISPLAY 'ACCRUE-TAB1: ACCRUAL_PERIOD "'
                         WRK-PERIOD-PARM '" IS NOT YYYYMM'
                 MOVE 'Y' TO WRK-REFUSED-SW
              END-IF
           END-IF
           IF NOT PERIOD-REFUSED
              MOVE WRK-PERIOD-YEAR  TO AC-PERIOD(1:4)
              MOVE WRK-PERIOD-MONTH TO AC-PERIOD(5:2)
      *       Period end = the day before the first of next month.
              IF WRK-PERIOD-MONTH = 12
                 COMPUTE WRK-DATE-8 =
                    (WRK-PERIOD-YEAR + 1) * 10000 + 0101
              ELSE
                 COMPUTE WRK-DATE-8 = WRK-PERIOD-YEAR * 10000
                    + (WRK-PERIOD-MONTH + 1) * 100 + 1
              END-IF
              COMPUTE WRK-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-DATE-8) - 1
              COMPUTE WRK-DATE-8 = FUNCTION DATE-OF-INTEGER(
                 WRK-DATE-INT)
              MOVE WRK-DATE-8 TO AC-PERIOD-END
              MOVE SPACES TO AC-FEED-ID
              STRING 'ACCRUAL' AC-PERIOD DELIMITED BY SIZE
                 INTO AC-FEED-ID
              IF WRK-DATE-8 > WRK-TODAY-8
                 DISPLAY 'ACCRUE-TAB1: PERIOD ' AC-PERIOD
                         ' HAS NOT ENDED (ENDS ' AC-PERIOD-END
                         ') - NOTHING POSTED'
                 MOVE 'Y' TO WRK-REFUSED-SW
              ELSE
                 DISPLAY 'ACCRUE-TAB1: POSTING PERIOD ' AC-PERIOD
                         ', RATES IN FORCE ON ' AC-PERIOD-END
              END-IF
           END-IF.
      ****************************************************************
       ESTABLISH-RUN-LIMITS.
           MOVE SPACES TO WRK-CKPT-INTERVAL-PARM
           ACCEPT WRK-CKPT-INTERVAL-PARM
                  FROM ENVIRONMENT "ACCRUAL_CHECKPOINT_INTERVAL"
           IF WRK-CKPT-INTERVAL-PARM NOT = SPACES
              MOVE WRK-CKPT-INTERVAL-PARM TO WRK-CKPT-INTERVAL
           END-IF
           MOVE SPACES TO WRK-ACCR-CKPT-PATH
           ACCEPT WRK-ACCR-CKPT-PATH
                  FROM ENVIRONMENT "ACCRUAL_CHECKPOINT_FILE"
           IF WRK-ACCR-CKPT-PATH = SPACES
              MOVE "accrual.ckpt" TO WRK-ACCR-CKPT-PATH
           END-IF.
      ****************************************************************
       CREATE-ACCRUALCTL-IF-MISSING.
      *    Same idempotent create-if-missing pattern the companion
      *    tables use; the PRIMARY KEY is the once-per-period rule.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_accrualctl'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              DISPLAY 'ACCRUE-TAB1: COULD NOT CHECK TAB1_ACCRUALCTL'
              DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
           ELSE
              IF WRK-TABLE-EXISTS = 0 THEN
                 DISPLAY 'ACCRUE-TAB1: CREATE TABLE TAB1_ACCRUALCTL'
                 EXEC SQL
                      CREATE TABLE TAB1_ACCRUALCTL
                      (
                       PERIOD         CHAR(6) PRIMARY KEY,
                       STATUS         CHAR(8),
                       STARTED_TS     CHAR(14),
                       FINISHED_TS    CHAR(14),
                       RATE_DATE      CHAR(8),
                       ROWS_POSTED    INT,
                       AMOUNT_POSTED  NUMERIC(18,5)
                      )
                 END-EXEC
                 IF SQLCODE = 0 THEN
                    EXEC SQL
                       COMMIT WORK
                    END-EXEC
                 ELSE
                    DISPLAY 'CREATE TABLE TAB1_ACCRUALCTL TROUBLE'
                    PERFORM REPORT-SQL-TROUBLE
                 END-IF
              END-IF
           END-IF
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_changes'
           END-EXEC
           IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-CHG-EXIST-SW
           END-IF.
      ****************************************************************
       CHECK-PERIOD-OPEN.
      *    Same closed-period rule the maintenance paths follow: a
      *    period PERIOD-CLOSE has closed takes no more postings.
           MOVE AC-PERIOD-END TO WRK-PERIOD-END-8
           CALL "PERIOD-CHECK" USING WRK-PERIOD-END-8 WRK-CLOSED-PERIOD
                                      WRK-PERIOD-RESULT
           IF WRK-PERIOD-RESULT NOT = 0
              DISPLAY 'ACCRUE-TAB1: PERIOD ' WRK-CLOSED-PERIOD
                      ' IS CLOSED - NOTHING POSTED'
              MOVE 'Y' TO WRK-REFUSED-SW
              MOVE 'ACCRUE-TAB1' TO WRK-AUDIT-SOURCE
              MOVE 0 TO WRK-AUDIT-SQLCODE
              MOVE SPACES TO WRK-AUDIT-MESSAGE
              STRING 'POSTING OF CLOSED PERIOD ' WRK-CLOSED-PERIOD
                     ' REFUSED' DELIMITED BY SIZE
                 INTO WRK-AUDIT-MESSAGE
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                     WRK-AUDIT-SQLCODE
                                     WRK-AUDIT-MESSAGE
           END-IF.
      ****************************************************************
       CLAIM-PERIOD.
           MOVE SPACES TO AC-STATUS
           EXEC SQL
                SELECT STATUS, STARTED_TS
                  INTO :AC-STATUS, :AC-START-TS
                  FROM TAB1_ACCRUALCTL
                 WHERE PERIOD = :AC-PERIOD
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0 AND AC-STATUS = 'POSTED'
                 DISPLAY 'ACCRUE-TAB1: PERIOD ' AC-PERIOD
                         ' ALREADY POSTED (RUN ' AC-START-TS
                         ') - REFUSED'
                 MOVE 'Y' TO WRK-REFUSED-SW
                 MOVE 'ACCRUE-TAB1' TO WRK-AUDIT-SOURCE
                 MOVE 0 TO WRK-AUDIT-SQLCODE
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'SECOND POSTING OF PERIOD ' AC-PERIOD
                        ' REFUSED' DELIMITED BY SIZE
                    INTO WRK-AUDIT-MESSAGE
                 CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                        WRK-AUDIT-SQLCODE
                                        WRK-AUDIT-MESSAGE
              WHEN SQLCODE = 0
                 DISPLAY 'ACCRUE-TAB1: PERIOD ' AC-PERIOD
                         ' INTERRUPTED (RUN ' AC-START-TS
                         ') - RESUMING'
                 MOVE 'Y' TO WRK-RESUMED-SW
              WHEN SQLCODE = 100
                 MOVE WRK-START-TS TO AC-START-TS
                 EXEC SQL
                      INSERT INTO TAB1_ACCRUALCTL
                             (PERIOD, STATUS, STARTED_TS, FINISHED_TS,
                              RATE_DATE, ROWS_POSTED, AMOUNT_POSTED)
                      VALUES (:AC-PERIOD, 'RUNNING', :AC-START-TS,
                              ' ', :AC-PERIOD-END, 0, 0)
                 END-EXEC
                 IF SQLCODE = 0
                    EXEC SQL
                       COMMIT WORK
                    END-EXEC
                 ELSE
                    PERFORM REPORT-SQL-TROUBLE
                 END-IF
              WHEN OTHER
                 PERFORM REPORT-SQL-TROUBLE
           END-EVALUATE.
      ****************************************************************
       LOAD-RATE-TABLE.
           MOVE 0 TO WRK-RATE-COUNT
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_catrate'
           END-EXEC
           IF SQLCODE NOT = 0 OR WRK-TABLE-EXISTS = 0
              DISPLAY 'ACCRUE-TAB1: NO TAB1_CATRATE - SET RATES WITH '
                      'CAT-MAINT ACTION R'
           ELSE
              EXEC SQL
                 OPEN RATETAB
              END-EXEC
              PERFORM UNTIL NO-MORE-ROWS
                 EXEC SQL
                    FETCH NEXT RATETAB INTO :RT-COL-3, :RT-RATE
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN 100
                       MOVE 'Y' TO WRK-READ-EOF-SW
                    WHEN 0
                       IF WRK-RATE-COUNT < 1000
                          ADD 1 TO WRK-RATE-COUNT
                          MOVE RT-COL-3 TO WRE-COL-3(WRK-RATE-COUNT)
                          MOVE RT-RATE  TO WRE-RATE(WRK-RATE-COUNT)
                       ELSE
      *                   A category left out would simply not accrue
      *                   - stop rather than post a short period.
                          DISPLAY 'ACCRUE-TAB1: MORE THAN 1000 '
                                  'CATEGORY RATES IN FORCE - RATE '
                                  'TABLE FULL, NOTHING POSTED'
                          MOVE 'Y' TO WRK-RATE-FULL-SW
                          MOVE 'Y' TO WRK-READ-EOF-SW
                       END-IF
                    WHEN OTHER
                       MOVE 'Y' TO WRK-READ-EOF-SW
                       PERFORM REPORT-SQL-TROUBLE
                 END-EVALUATE
              END-PERFORM
              EXEC SQL
                 CLOSE RATETAB
              END-EXEC
              MOVE 'N' TO WRK-READ-EOF-SW
           END-IF
           DISPLAY 'ACCRUE-TAB1: ' WRK-RATE-COUNT
                   ' CATEGORY RATE(S) IN FORCE'
      *    Taken before the period is claimed, so a period with no
      *    rates set is not left RUNNING or marked POSTED for nothing.
           IF WRK-RATE-COUNT = 0 AND NOT SQL-TROUBLE
              DISPLAY 'ACCRUE-TAB1: NO CATEGORY RATE IN FORCE ON '
                      AC-PERIOD-END ' - PERIOD ' AC-PERIOD
                      ' REFUSED'
              MOVE 'Y' TO WRK-REFUSED-SW
           END-IF.
      ****************************************************************
       FIND-CATEGORY-RATE.
           MOVE 'N' TO WRK-RATE-FOUND-SW
           MOVE 0 TO WRK-CUR-RATE
           MOVE 0 TO WRK-RATE-IX
           PERFORM UNTIL RATE-IN-FORCE
                      OR WRK-RATE-IX >= WRK-RATE-COUNT
              ADD 1 TO WRK-RATE-IX
              IF WRE-COL-3(WRK-RATE-IX) = AC-COL-3
                 MOVE 'Y' TO WRK-RATE-FOUND-SW
                 MOVE WRE-RATE(WRK-RATE-IX) TO WRK-CUR-RATE
              END-IF
           END-PERFORM.
      ****************************************************************
       LOAD-ACCR-CHECKPOINT.
      *    A checkpoint left for this period means everything up to
      *    and including its category and key is posted; one left for
      *    another period is stale and ignored.
           MOVE 0 TO CK-COL-3
           MOVE SPACES TO CK-COL-1
           OPEN INPUT ACCR-CHECKPOINT-FILE
           IF WRK-ACCR-CKPT-STATUS = "00"
              READ ACCR-CHECKPOINT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF ACK-PERIOD = AC-PERIOD AND RUN-RESUMED
                       MOVE ACK-COL-3 TO CK-COL-3
                       MOVE ACK-COL-1 TO CK-COL-1
                       DISPLAY 'ACCRUE-TAB1: RESUMING AFTER CATEGORY '
                               CK-COL-3 ' KEY "' CK-COL-1 '"'
                    END-IF
              END-READ
              CLOSE ACCR-CHECKPOINT-FILE
           END-IF.
      ****************************************************************
       WRITE-ACCR-CHECKPOINT.
           OPEN OUTPUT ACCR-CHECKPOINT-FILE
           IF WRK-ACCR-CKPT-STATUS NOT = "00"
              DISPLAY 'ACCRUE-TAB1: UNABLE TO OPEN '
                      WRK-ACCR-CKPT-PATH
                      ' STATUS ' WRK-ACCR-CKPT-STATUS
                      ' - RESUME POINT NOT SAVED'
           ELSE
              MOVE AC-PERIOD TO ACK-PERIOD
              MOVE CK-COL-3  TO ACK-COL-3
              MOVE CK-COL-1  TO ACK-COL-1
              WRITE ACCR-CHECKPOINT-RECORD
              CLOSE ACCR-CHECKPOINT-FILE
           END-IF
           MOVE 0 TO WRK-CKPT-COUNTER.
      ****************************************************************
       CLEAR-ACCR-CHECKPOINT.
           OPEN OUTPUT ACCR-CHECKPOINT-FILE
           IF WRK-ACCR-CKPT-STATUS NOT = "00"
              DISPLAY 'ACCRUE-TAB1: UNABLE TO OPEN '
                      WRK-ACCR-CKPT-PATH
                      ' STATUS ' WRK-ACCR-CKPT-STATUS
                      ' - CHECKPOINT NOT CLEARED'
           ELSE
              CLOSE ACCR-CHECKPOINT-FILE
           END-IF.
      ****************************************************************
       OPEN-PRINT-FILE.
           MOVE SPACES TO WRK-PRINT-FILE-PATH
           ACCEPT WRK-PRINT-FILE-PATH
                  FROM ENVIRONMENT "ACCRUAL_PRINT_FILE"
           IF WRK-PRINT-FILE-PATH = SPACES
              MOVE "tab1accr.rpt" TO WRK-PRINT-FILE-PATH
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WRK-PRINT-FILE-STATUS NOT = "00"
              DISPLAY 'ACCRUE-TAB1: UNABLE TO OPEN '
                      WRK-PRINT-FILE-PATH
                      ' STATUS ' WRK-PRINT-FILE-STATUS
           END-IF.
      ****************************************************************
       PRINT-REPORT-HEADER.
           ADD 1 TO WRK-PAGE-COUNT
           MOVE AC-PERIOD      TO H-PERIOD
           MOVE AC-PERIOD-END  TO H-PERIOD-END
           MOVE WRK-TODAY-8    TO H-REPORT-DATE
           MOVE WRK-PAGE-COUNT TO H-PAGE
           MOVE HEADER-LINE-1 TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE HEADER-LINE-2 TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 3 TO WRK-LINE-COUNT.
      ****************************************************************
       WRITE-REGISTER-LINE.
           IF WRK-LINE-COUNT >= WRK-LINES-PER-PAGE
              PERFORM PRINT-REPORT-HEADER
           END-IF
           WRITE PRINT-RECORD
           ADD 1 TO WRK-LINE-COUNT.
      ****************************************************************
       POST-PERIOD.
           IF RUN-RESUMED
              MOVE SPACES TO PRINT-RECORD
              STRING 'RESUMED POSTING - ROWS POSTED BY THE INTERRUPTED '
                     'RUN ARE NOT REPEATED HERE' DELIMITED BY SIZE
                 INTO PRINT-RECORD
              PERFORM WRITE-REGISTER-LINE
           END-IF
           IF CHANGES-TABLE-EXISTS
              EXEC SQL
                 OPEN ACCRTAB
              END-EXEC
           ELSE
              EXEC SQL
                 OPEN ACCRTABN
              END-EXEC
           END-IF
           PERFORM UNTIL NO-MORE-ROWS
              PERFORM FETCH-ONE-ROW
              IF NOT NO-MORE-ROWS
                 IF NOT FIRST-ROW AND AC-COL-3 NOT = WRK-PREV-COL-3
                    PERFORM PRINT-CATEGORY-SUBTOTAL
                 END-IF
                 IF FIRST-ROW OR AC-COL-3 NOT = WRK-PREV-COL-3
                    MOVE AC-COL-3 TO WRK-PREV-COL-3
                    MOVE 'N' TO WRK-FIRST-ROW-SW
                    PERFORM FIND-CATEGORY-RATE
                 END-IF
                 PERFORM POST-ONE-ROW
              END-IF
           END-PERFORM
           IF CHANGES-TABLE-EXISTS
              EXEC SQL
                 CLOSE ACCRTAB
              END-EXEC
           ELSE
              EXEC SQL
                 CLOSE ACCRTABN
              END-EXEC
           END-IF
           IF NOT FIRST-ROW
              PERFORM PRINT-CATEGORY-SUBTOTAL
           END-IF.
      ****************************************************************
       FETCH-ONE-ROW.
           IF CHANGES-TABLE-EXISTS
              EXEC SQL
                 FETCH NEXT ACCRTAB INTO
                    :AC-COL-1, :AC-COL-2, :AC-COL-3, :AC-COL-5
              END-EXEC
           ELSE
              EXEC SQL
                 FETCH NEXT ACCRTABN INTO
                    :AC-COL-1, :AC-COL-2, :AC-COL-3, :AC-COL-5
              END-EXEC
           END-IF
           EVALUATE SQLCODE
              WHEN 100
                 MOVE 'Y' TO WRK-READ-EOF-SW
              WHEN 0
                 ADD 1 TO WRK-RUN-READ
              WHEN OTHER
                 DISPLAY 'ACCRUE-TAB1: FETCH ERROR ' SQLCODE
                         '->' SQLERRMC
                 MOVE 'Y' TO WRK-READ-EOF-SW
                 PERFORM REPORT-SQL-TROUBLE
           END-EVALUATE.
      ****************************************************************
       POST-ONE-ROW.
           MOVE 0 TO AC-ACCRUAL
           MOVE 'N' TO WRK-SIZE-ERROR-SW
           IF RATE-IN-FORCE
              COMPUTE AC-ACCRUAL ROUNDED =
                 AC-COL-2 * WRK-CUR-RATE / 100
                 ON SIZE ERROR
                    MOVE 0 TO AC-ACCRUAL
                    MOVE 'Y' TO WRK-SIZE-ERROR-SW
              END-COMPUTE
           END-IF
           EVALUATE TRUE
              WHEN NOT RATE-IN-FORCE
                 ADD 1 TO WRK-CAT-NO-RATE
              WHEN ACCRUAL-OVERFLOW
                 ADD 1 TO WRK-RUN-NOT-POSTED
                 PERFORM PRINT-NOT-POSTED-LINE
              WHEN AC-ACCRUAL = 0
                 ADD 1 TO WRK-CAT-ZERO
              WHEN OTHER
                 COMPUTE AC-NEW-COL-2 = AC-COL-2 + AC-ACCRUAL
                    ON SIZE ERROR
                       ADD 1 TO WRK-RUN-NOT-POSTED
                       PERFORM PRINT-NOT-POSTED-LINE
                    NOT ON SIZE ERROR
                       PERFORM APPLY-ONE-POSTING
                 END-COMPUTE
           END-EVALUATE.
      ****************************************************************
       APPLY-ONE-POSTING.
      *    Update, journal and period totals ride one unit of work;
      *    the journal row is also what keeps a resumed run from
      *    posting this key a second time.
           EXEC SQL
              UPDATE TAB1
                 SET COL_2 = :AC-NEW-COL-2,
                     CHANGE_DATE = CURRENT_DATE
               WHERE COL_1 = :AC-COL-1
           END-EXEC
           IF SQLCODE = 0
              MOVE AC-COL-5 TO WRK-JRNL-NEW-COL-5
              CALL "TAB1-JOURNAL" USING AC-COL-1 WRK-JRNL-ACTION
                   AC-COL-2 AC-NEW-COL-2 AC-COL-5 WRK-JRNL-NEW-COL-5
                   WRK-JRNL-PROGRAM AC-FEED-ID
                   WRK-JRNL-RETURN
              IF WRK-JRNL-RETURN = 0
                 EXEC SQL
                    UPDATE TAB1_ACCRUALCTL
                       SET ROWS_POSTED = ROWS_POSTED + 1,
                           AMOUNT_POSTED = AMOUNT_POSTED + :AC-ACCRUAL
                     WHERE PERIOD = :AC-PERIOD
                 END-EXEC
              ELSE
                 MOVE -1 TO SQLCODE
              END-IF
           END-IF
           IF SQLCODE = 0
              EXEC SQL
                 COMMIT WORK
              END-EXEC
              ADD 1 TO WRK-CAT-POSTED
              ADD AC-COL-2   TO WRK-CAT-BASE
              ADD AC-ACCRUAL TO WRK-CAT-ACCRUAL
              MOVE AC-COL-3 TO CK-COL-3
              MOVE AC-COL-1 TO CK-COL-1
              ADD 1 TO WRK-CKPT-COUNTER
              IF WRK-CKPT-COUNTER >= WRK-CKPT-INTERVAL
                 PERFORM WRITE-ACCR-CHECKPOINT
              END-IF
              MOVE AC-COL-3     TO D-COL-3
              MOVE AC-COL-1     TO D-COL-1
              MOVE AC-COL-2     TO D-OLD-COL-2
              MOVE WRK-CUR-RATE TO D-RATE
              MOVE AC-ACCRUAL   TO D-ACCRUAL
              MOVE AC-NEW-COL-2 TO D-NEW-COL-2
              MOVE SPACES       TO D-NOTE
              MOVE DETAIL-LINE TO PRINT-RECORD
              PERFORM WRITE-REGISTER-LINE
           ELSE
              DISPLAY 'ACCRUE-TAB1: POSTING FAILED FOR ' AC-COL-1
              PERFORM REPORT-SQL-TROUBLE
              EXEC SQL
                 ROLLBACK WORK
              END-EXEC
      *       Stop here: the rerun resumes from the last commit.
              MOVE 'Y' TO WRK-READ-EOF-SW
           END-IF.
      ****************************************************************
       PRINT-NOT-POSTED-LINE.
           MOVE AC-COL-3     TO D-COL-3
           MOVE AC-COL-1     TO D-COL-1
           MOVE AC-COL-2     TO D-OLD-COL-2
           MOVE WRK-CUR-RATE TO D-RATE
           MOVE AC-ACCRUAL   TO D-ACCRUAL
           MOVE 0            TO D-NEW-COL-2
           MOVE 'NOT POSTED - COL-2 OVERFLOWS' TO D-NOTE
           MOVE DETAIL-LINE TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           DISPLAY 'ACCRUE-TAB1: ' AC-COL-1 ' NOT POSTED - COL-2 '
                   'WOULD OVERFLOW'.
      ****************************************************************
       PRINT-CATEGORY-SUBTOTAL.
           MOVE WRK-PREV-COL-3  TO S-COL-3
           MOVE WRK-CAT-POSTED  TO S-POSTED
           MOVE WRK-CAT-BASE    TO S-BASE
           MOVE WRK-CAT-ACCRUAL TO S-ACCRUAL
           MOVE WRK-CAT-NO-RATE TO S-NO-RATE
           MOVE WRK-CAT-ZERO    TO S-ZERO
           MOVE SUBTOTAL-LINE TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE SPACES TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           ADD WRK-CAT-POSTED  TO WRK-RUN-POSTED
           ADD WRK-CAT-BASE    TO WRK-RUN-BASE
           ADD WRK-CAT-ACCRUAL TO WRK-RUN-ACCRUAL
           ADD WRK-CAT-NO-RATE TO WRK-RUN-NO-RATE
           ADD WRK-CAT-ZERO    TO WRK-RUN-ZERO
           MOVE 0 TO WRK-CAT-POSTED
           MOVE 0 TO WRK-CAT-BASE
           MOVE 0 TO WRK-CAT-ACCRUAL
           MOVE 0 TO WRK-CAT-NO-RATE
           MOVE 0 TO WRK-CAT-ZERO.
      ****************************************************************
       MARK-PERIOD-POSTED.
           ACCEPT WRK-TS-TIME FROM TIME
           ACCEPT WRK-DATE-8 FROM DATE YYYYMMDD
           MOVE WRK-DATE-8       TO AC-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO AC-START-TS(9:6)
           EXEC SQL
              UPDATE TAB1_ACCRUALCTL
                 SET STATUS = 'POSTED',
                     FINISHED_TS = :AC-START-TS
               WHERE PERIOD = :AC-PERIOD
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                 COMMIT WORK
              END-EXEC
              MOVE 'ACCRUE-TAB1' TO WRK-AUDIT-SOURCE
              MOVE 0 TO WRK-AUDIT-SQLCODE
              MOVE SPACES TO WRK-AUDIT-MESSAGE
              STRING 'PERIOD ' AC-PERIOD ' ACCRUAL POSTED'
                 DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                     WRK-AUDIT-MESSAGE
           ELSE
              PERFORM REPORT-SQL-TROUBLE
           END-IF.
      ****************************************************************
       PRINT-REGISTER-TOTALS.
           IF WRK-PAGE-COUNT = 0
              PERFORM PRINT-REPORT-HEADER
           END-IF
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'ROWS READ THIS RUN:' TO T-LABEL
           MOVE WRK-RUN-READ TO T-COUNT
           MOVE 0 TO T-AMOUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'POSTED THIS RUN - BASE COL-2:' TO T-LABEL
           MOVE WRK-RUN-POSTED TO T-COUNT
           MOVE WRK-RUN-BASE TO T-AMOUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'POSTED THIS RUN - ACCRUAL:' TO T-LABEL
           MOVE WRK-RUN-ACCRUAL TO T-AMOUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'NO RATE IN FORCE - NOT POSTED:' TO T-LABEL
           MOVE WRK-RUN-NO-RATE TO T-COUNT
           MOVE 0 TO T-AMOUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'ZERO ACCRUAL - NOT POSTED:' TO T-LABEL
           MOVE WRK-RUN-ZERO TO T-COUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'COL-2 OVERFLOW - NOT POSTED:' TO T-LABEL
           MOVE WRK-RUN-NOT-POSTED TO T-COUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
      *    The control row carries every run of the period, so a
      *    resumed posting still shows the whole month here.
           MOVE 0 TO AC-ROWS-POSTED
           MOVE 0 TO AC-AMOUNT-POSTED
           MOVE SPACES TO AC-STATUS
           EXEC SQL
                SELECT ROWS_POSTED, AMOUNT_POSTED, STATUS
                  INTO :AC-ROWS-POSTED, :AC-AMOUNT-POSTED, :AC-STATUS
                  FROM TAB1_ACCRUALCTL
                 WHERE PERIOD = :AC-PERIOD
           END-EXEC
           MOVE SPACES TO T-LABEL
           STRING 'PERIOD TO DATE (' AC-STATUS DELIMITED BY SPACE
                  '):' DELIMITED BY SIZE INTO T-LABEL
           MOVE AC-ROWS-POSTED TO T-COUNT
           MOVE AC-AMOUNT-POSTED TO T-AMOUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD.
      ****************************************************************
       REPORT-SQL-TROUBLE.
           DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           MOVE 'ACCRUE-TAB1' TO WRK-AUDIT-SOURCE
           MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                  WRK-AUDIT-MESSAGE
           MOVE 'Y' TO WRK-SQL-TROUBLE-SW.
