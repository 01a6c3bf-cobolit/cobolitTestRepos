       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INTEG-SWEEP.
      ****************************************************************
      * INTEG-SWEEP - nightly cross-table integrity sweep. MIRROR-
      * VERIFY, DOC-VERIFY and DOC-SWEEP each police their own table;
      * this checks the tables against each other:
      *   NOADDR    TAB1 keys with no TAB1_ADDR row
      *   ADDRORPH  TAB1_ADDR rows whose key is on neither TAB1 nor
      *             TAB1_HIST
      *   LIVEHIST  keys on TAB1 and TAB1_HIST at once
      *   CATMISS   TAB1 rows whose COL-3 is not on TAB1_CATEGORY
      *   CATINACT  TAB1 rows whose COL-3 is inactive there
      *   FEEDORPH  TAB1 rows whose FEED_ID has no TAB1_FEEDCTL row
      *   CHGORPH   TAB1_CHANGES rows for keys on neither TAB1 nor
      *             TAB1_HIST that were never journalled as deleted
      *             or moved away by KEY-MOVE (such a key's journal
      *             is kept on purpose)
      *   FEEDBLNK  feed-loaded TAB1 rows (FEED_ID set) with a blank
      *             COL-5
      *   FEEDZERO  feed-loaded TAB1 rows with a zero COL-2
      * Each finding prints its count and up to SWEEP_SAMPLE_KEYS
      * (default 5, at most 10) sample keys. A check whose table
      * has not been created yet is reported as not checked.
      *
      * Every night's counts are kept in TAB1_SWEEPHIST, and each
      * finding is printed against the same check's count from the
      * previous sweep - CLEANER, DIRTIER or SAME - so the trend is
      * on the page. A sweep stopped by an SQL error stores nothing,
      * so it never becomes the "previous run".
      *   SWEEP_PRINT_FILE   the report (default "intsweep.rpt")
      * Read only against the data; the only write is the history.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - every check clean
      *   4 - one or more findings
      *   8 - business day closed or control record unreadable,
      *       connect failure, report-open failure, or SQL abort
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO WRK-PRINT-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.
       01  SW-COL-1           PIC X(20).
       01  SW-CHECK-ID        PIC X(8).
       01  SW-RUN-TS          PIC X(14).
       01  SW-PREV-TS         PIC X(14).
       01  SW-COUNT           PIC 9(9).
       01  SW-PREV-COUNT      PIC 9(9).
       01  SW-SAMPLE-LIMIT    PIC 9(4).
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
       01  WRK-PRINT-FILE-STATUS PIC X(2) VALUE "00".
       01  WRK-SAMPLE-PARM       PIC X(4) VALUE SPACES.
       01  WRK-TODAY-8           PIC 9(8).
       01  WRK-TS-TIME           PIC X(8).
       01  WRK-START-TS          PIC X(14).
       01  WRK-READ-EOF-SW       PIC X VALUE 'N'.
           88 NO-MORE-ROWS           VALUE 'Y'.
       01  WRK-SQL-TROUBLE-SW    PIC X VALUE 'N'.
           88 SQL-TROUBLE            VALUE 'Y'.
       01  WRK-DATE-REFUSED-SW   PIC X VALUE 'N'.
           88 BUSINESS-DATE-REFUSED  VALUE 'Y'.
       01  WRK-ADDR-EXIST-SW     PIC X VALUE 'N'.
           88 ADDR-TABLE-EXISTS      VALUE 'Y'.
       01  WRK-HIST-EXIST-SW     PIC X VALUE 'N'.
           88 HIST-TABLE-EXISTS      VALUE 'Y'.
       01  WRK-CAT-EXIST-SW      PIC X VALUE 'N'.
           88 CATEGORY-TABLE-EXISTS  VALUE 'Y'.
       01  WRK-FEEDCTL-EXIST-SW  PIC X VALUE 'N'.
           88 FEEDCTL-TABLE-EXISTS   VALUE 'Y'.
       01  WRK-CHG-EXIST-SW      PIC X VALUE 'N'.
           88 CHANGES-TABLE-EXISTS   VALUE 'Y'.
       01  WRK-SKIPPED-SW        PIC X VALUE 'N'.
           88 CHECK-SKIPPED          VALUE 'Y'.
       01  WRK-PREV-FOUND-SW     PIC X VALUE 'N'.
           88 PREVIOUS-FOUND         VALUE 'Y'.
       01  WRK-CHECK-DESC        PIC X(50).
       01  WRK-SKIP-TABLE        PIC X(14).
       01  WRK-SAMPLE-COUNT      PIC 9(4) VALUE 0 COMP.
       01  WRK-SAMPLE-IX         PIC 9(4) VALUE 0 COMP.
       01  WRK-SAMPLE-TABLE.
           05 WRK-SAMPLE-KEY     PIC X(20) OCCURS 10.
       01  WRK-CHANGE            PIC S9(10).
       01  WRK-CHECKS-RUN        PIC 9(4) VALUE 0.
       01  WRK-CHECKS-DIRTY      PIC 9(4) VALUE 0.
       01  WRK-CHECKS-SKIPPED    PIC 9(4) VALUE 0.
       01  WRK-TOT-FINDINGS      PIC 9(10) VALUE 0.
       01  WRK-TOT-COMPARABLE    PIC 9(10) VALUE 0.
       01  WRK-TOT-PREVIOUS      PIC 9(10) VALUE 0.
       01  WRK-LATEST-PREV-TS    PIC X(14) VALUE SPACES.
       01  WRK-LINE-COUNT        PIC 9(3) VALUE 99.
       01  WRK-PAGE-COUNT        PIC 9(5) VALUE 0.
       01  WRK-LINES-PER-PAGE    PIC 9(3) VALUE 55.
       01  WRK-STATS-PROGRAM     PIC X(12).
       01  WRK-STATS-IN          PIC 9(9).
       01  WRK-STATS-OUT         PIC 9(9).
       01  WRK-STATS-REJ         PIC 9(9).
       01  WRK-STATS-STATUS      PIC X(8).
       01  WRK-AUDIT-SOURCE      PIC X(12).
       01  WRK-AUDIT-MESSAGE     PIC X(80).
       01  WRK-AUDIT-SQLCODE     PIC S9(9) COMP-5.
       01  WRK-AUDIT-FINDINGS    PIC Z(9)9.
       01  WRK-AUDIT-PREVIOUS    PIC Z(9)9.
       01  WRK-BIZ-ACTION        PIC X(1) VALUE 'G'.
       01  WRK-BIZ-PROGRAM       PIC X(12) VALUE 'INTEG-SWEEP'.
       01  WRK-BIZ-DATE          PIC 9(8).
       01  WRK-BIZ-RESULT        PIC S9(9) VALUE 0.

       01  HEADER-LINE-1.
           05 FILLER             PIC X(30)
              VALUE 'CROSS-TABLE INTEGRITY SWEEP'.
           05 FILLER             PIC X(15) VALUE 'BUSINESS DATE '.
           05 H-BIZ-DATE         PIC 9(8).
           05 FILLER             PIC X(7)  VALUE '   RUN '.
           05 H-RUN-TS           PIC X(14).
           05 FILLER             PIC X(18)
              VALUE '   PREVIOUS SWEEP '.
           05 H-PREV-TS          PIC X(14).
           05 FILLER             PIC X(8)  VALUE '   PAGE'.
           05 H-PAGE             PIC ZZZZ9.
       01  COLUMN-HEADER.
           05 FILLER             PIC X(10) VALUE 'CHECK'.
           05 FILLER             PIC X(50) VALUE 'FINDING'.
           05 FILLER             PIC X(10) VALUE '     COUNT'.
           05 FILLER             PIC X(11) VALUE '   PREVIOUS'.
           05 FILLER             PIC X(12) VALUE '      CHANGE'.
           05 FILLER             PIC X(11) VALUE '  TREND'.
       01  FINDING-LINE.
           05 FL-CHECK-ID        PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FL-DESC            PIC X(50).
           05 FL-COUNT           PIC Z(9)9.
           05 FL-COUNT-X REDEFINES FL-COUNT
                                 PIC X(10).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 FL-PREVIOUS        PIC Z(9)9.
           05 FL-PREVIOUS-X REDEFINES FL-PREVIOUS
                                 PIC X(10).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 FL-CHANGE          PIC +(10)9.
           05 FL-CHANGE-X REDEFINES FL-CHANGE
                                 PIC X(11).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FL-TREND           PIC X(25).
       01  SAMPLE-LINE.
           05 FILLER             PIC X(10) VALUE SPACES.
           05 SL-LABEL           PIC X(8).
           05 SL-KEY             PIC X(21) OCCURS 5.
       01  TOTAL-LINE.
           05 FILLER             PIC X(10) VALUE 'TOTAL'.
           05 TTL-TEXT           PIC X(50).
           05 TTL-FINDINGS       PIC Z(9)9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 TTL-PREVIOUS       PIC Z(9)9.
           05 TTL-PREVIOUS-X REDEFINES TTL-PREVIOUS
                                 PIC X(10).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 TTL-CHANGE         PIC +(10)9.
           05 TTL-CHANGE-X REDEFINES TTL-CHANGE
                                 PIC X(11).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TTL-TREND          PIC X(25).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *    One sample cursor per check, each stopped at the sample
      *    limit; the counts are separate COUNT(*)s.
           EXEC SQL DECLARE
              NOADDR CURSOR FOR
                 SELECT T.COL_1 FROM TAB1 T
                  WHERE NOT EXISTS (SELECT 1 FROM TAB1_ADDR A
                                     WHERE A.COL_1 = T.COL_1)
                  ORDER BY 1
                  LIMIT :SW-SAMPLE-LIMIT
           END-EXEC
           EXEC SQL DECLARE
              ADDRORPH CURSOR FOR
                 SELECT DISTINCT A.COL_1 FROM TAB1_ADDR A
                  WHERE NOT EXISTS (SELECT 1 FROM TAB1 T
                                     WHERE T.COL_1 = A.COL_1)
                    AND NOT EXISTS (SELECT 1 FROM TAB1_HIST H
                                     WHERE H.COL_1 = A.COL_1)
                  ORDER BY 1
                  LIMIT :SW-SAMPLE-LIMIT
           END-EXEC
           EXEC SQL DECLARE
              ADDRORPN CURSOR FOR
                 SELECT DISTINCT A.COL_1 FROM TAB1_ADDR A
                  WHERE NOT EXISTS (SELECT 1 FROM TAB1 T
                                     WHERE T.COL_1 = A.COL_1)
                  ORDER BY 1
                  LIMIT :SW-SAMPLE-LIMIT
           END-EXEC
           EXEC SQL DECLARE
              LIVEHIST CURSOR FOR
                 SELECT DISTINCT T.COL_1 FROM TAB1 T, TAB1_HIST H
                  WHERE H.COL_1 = T.COL_1
                  ORDER BY 1
                  LIMIT :SW-SAMPLE-LIMIT
           END-EXEC
           EXEC SQL DECLARE
              CATMISS CURSOR FOR
                 SELECT T.COL_1 FROM TAB1 T
                  WHERE NOT EXISTS (SELECT 1 FROM TAB1_CATEGORY C
                                     WHERE C.COL_3 = T.COL_3)
                  ORDER BY 1
                  LIMIT :SW-SAMPLE-LIMIT
           END-EXEC
           EXEC SQL DECLARE
              CATINACT CURSOR FOR
                 SELECT T.COL_1 FROM TAB1 T
                  WHERE EXISTS (SELECT 1 FROM TAB1_CATEGORY C
                                 WHERE C.COL_3 = T.COL_3
                                   AND COALESCE(C.ACTIVE, 'Y') = 'N')
                  ORDER BY 1
                  LIMIT :SW-SAMPLE-LIMIT
           END-EXEC
           EXEC SQL DECLARE
              FEEDORPH CURSOR FOR
                 SELECT T.COL_1 FROM TAB1 T
                  WHERE COALESCE(TRIM(T.FEED_ID), '') <> ''
                    AND NOT EXISTS (SELECT 1 FROM TAB1_FEEDCTL F
                                     WHERE F.FEED_ID = T.FEED_ID)
                  ORDER BY 1
                  LIMIT :SW-SAMPLE-LIMIT
           END-EXEC
           EXEC SQL DECLARE
              CHGORPH CURSOR FOR
                 SELECT DISTINCT C.COL_1 FROM TAB1_CHANGES C
                  WHERE NOT EXISTS (SELECT 1 FROM TAB1 T
                                     WHERE T.COL_1 = C.COL_1)
                    AND NOT EXISTS (SELECT 1 FROM TAB1_HIST H
                                     WHERE H.COL_1 = C.COL_1)
                    AND NOT EXISTS (SELECT 1 FROM TAB1_CHANGES D
                                     WHERE D.COL_1 = C.COL_1
                                       AND D.CHG_ACTION IN ('D','K'))
                  ORDER BY 1
                  LIMIT :SW-SAMPLE-LIMIT
           END-EXEC
           EXEC SQL DECLARE
              CHGORPN CURSOR FOR
                 SELECT DISTINCT C.COL_1 FROM TAB1_CHANGES C
                  WHERE NOT EXISTS (SELECT 1 FROM TAB1 T
                                     WHERE T.COL_1 = C.COL_1)
                    AND NOT EXISTS (SELECT 1 FROM TAB1_CHANGES D
                                     WHERE D.COL_1 = C.COL_1
                                       AND D.CHG_ACTION IN ('D','K'))
                  ORDER BY 1
                  LIMIT :SW-SAMPLE-LIMIT
           END-EXEC
           EXEC SQL DECLARE
              FEEDBLNK CURSOR FOR
                 SELECT T.COL_1 FROM TAB1 T
                  WHERE COALESCE(TRIM(T.FEED_ID), '') <> ''
                    AND COALESCE(TRIM(T.COL_5), '') = ''
                  ORDER BY 1
                  LIMIT :SW-SAMPLE-LIMIT
           END-EXEC
           EXEC SQL DECLARE
              FEEDZERO CURSOR FOR
                 SELECT T.COL_1 FROM TAB1 T
                  WHERE COALESCE(TRIM(T.FEED_ID), '') <> ''
                    AND COALESCE(T.COL_2, 0) = 0
                  ORDER BY 1
                  LIMIT :SW-SAMPLE-LIMIT
           END-EXEC
           MOVE 0 TO SQLCODE
           MOVE 0 TO DB-RETURN-CODE
           ACCEPT WRK-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TODAY-8      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           MOVE WRK-START-TS     TO SW-RUN-TS
           PERFORM ESTABLISH-BUSINESS-DATE
           IF BUSINESS-DATE-REFUSED
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM READ-PARAMETERS
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'INTEG-SWEEP: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CHECK-TABLES-EXIST
           IF NOT SQL-TROUBLE
              PERFORM CREATE-SWEEPHIST-IF-MISSING
           END-IF
           IF NOT SQL-TROUBLE
              PERFORM FIND-PREVIOUS-SWEEP
           END-IF
           IF NOT SQL-TROUBLE
              PERFORM OPEN-PRINT-FILE
           END-IF
           IF NOT SQL-TROUBLE AND WRK-PRINT-FILE-STATUS = "00"
              PERFORM SWEEP-ALL-CHECKS
              PERFORM PRINT-TOTALS
              CLOSE PRINT-FILE
           END-IF
      *    A partial sweep keeps no history.
           IF SQL-TROUBLE OR WRK-PRINT-FILE-STATUS NOT = "00"
              EXEC SQL
                 ROLLBACK WORK
              END-EXEC
           ELSE
              EXEC SQL
                 COMMIT WORK
              END-EXEC
           END-IF
           DISPLAY 'INTEG-SWEEP: ' WRK-CHECKS-RUN ' CHECK(S) RUN, '
                   WRK-CHECKS-DIRTY ' WITH FINDINGS, '
                   WRK-CHECKS-SKIPPED ' NOT CHECKED, '
                   WRK-TOT-FINDINGS ' FINDING(S)'
           IF NOT SQL-TROUBLE AND WRK-LATEST-PREV-TS NOT = SPACES
              AND WRK-TOT-COMPARABLE > WRK-TOT-PREVIOUS
              MOVE WRK-TOT-COMPARABLE TO WRK-AUDIT-FINDINGS
              MOVE WRK-TOT-PREVIOUS   TO WRK-AUDIT-PREVIOUS
              MOVE 'INTEG-SWEEP' TO WRK-AUDIT-SOURCE
              MOVE 0 TO WRK-AUDIT-SQLCODE
              MOVE SPACES TO WRK-AUDIT-MESSAGE
              STRING 'INTEGRITY FINDINGS UP FROM '
                     WRK-AUDIT-PREVIOUS ' TO ' WRK-AUDIT-FINDINGS
                     ' SINCE ' WRK-LATEST-PREV-TS
                 DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                     WRK-AUDIT-SQLCODE
                                     WRK-AUDIT-MESSAGE
           END-IF
           EXEC SQL
              DISCONNECT ALL
           END-EXEC
           PERFORM RECORD-RUN-STATS
           EVALUATE TRUE
              WHEN SQL-TROUBLE
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-PRINT-FILE-STATUS NOT = "00"
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-CHECKS-DIRTY > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      ****************************************************************
       RECORD-RUN-STATS.
           MOVE 'INTEG-SWEEP' TO WRK-STATS-PROGRAM
           MOVE WRK-CHECKS-RUN TO WRK-STATS-IN
           COMPUTE WRK-STATS-OUT = WRK-CHECKS-RUN - WRK-CHECKS-DIRTY
           MOVE WRK-CHECKS-DIRTY TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN BUSINESS-DATE-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN SQL-TROUBLE
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-PRINT-FILE-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-CHECKS-DIRTY > 0
                 MOVE 'FINDINGS' TO WRK-STATS-STATUS
              WHEN OTHER
                 MOVE 'COMPLETE' TO WRK-STATS-STATUS
           END-EVALUATE
           CALL "RUNSTATS" USING WRK-STATS-PROGRAM WRK-START-TS
                                  WRK-STATS-IN WRK-STATS-OUT
                                  WRK-STATS-REJ WRK-STATS-STATUS.
      ****************************************************************
       ESTABLISH-BUSINESS-DATE.
           CALL "BUSINESS-DATE" USING WRK-BIZ-ACTION WRK-BIZ-PROGRAM
                                       WRK-BIZ-DATE WRK-BIZ-RESULT
           EVALUATE WRK-BIZ-RESULT
              WHEN 1
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'BUSINESS DAY ' WRK-BIZ-DATE
                        ' ALREADY CLOSED - SWEEP REFUSED'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM REFUSE-BUSINESS-DATE
              WHEN 8
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'PROCESSING-DATE CONTROL RECORD UNREADABLE'
                        ' - SWEEP REFUSED'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM REFUSE-BUSINESS-DATE
           END-EVALUATE.
      ****************************************************************
       REFUSE-BUSINESS-DATE.
           MOVE 'Y' TO WRK-DATE-REFUSED-SW
           DISPLAY 'INTEG-SWEEP: ' WRK-AUDIT-MESSAGE
           MOVE 'INTEG-SWEEP' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       CONNECT-DB.
           MOVE SPACES TO WRK-ENV-CODE
           ACCEPT WRK-ENV-CODE FROM ENVIRONMENT "DBCONN_ENV"
           CALL "CONNECT-RETRY" USING WRK-ENV-CODE DB-RETURN-CODE
           IF DB-RETURN-CODE = 0
              DISPLAY 'INTEG-SWEEP: CONNECTED - ENVIRONMENT '
                      WRK-ENV-CODE
           ELSE
              DISPLAY 'INTEG-SWEEP: CONNECT FAILED, RETURN CODE = '
                      DB-RETURN-CODE
           END-IF.
      ****************************************************************
       READ-PARAMETERS.
           MOVE SPACES TO WRK-PRINT-FILE-PATH
           ACCEPT WRK-PRINT-FILE-PATH
                  FROM ENVIRONMENT "SWEEP_PRINT_FILE"
           IF WRK-PRINT-FILE-PATH = SPACES
              MOVE "intsweep.rpt" TO WRK-PRINT-FILE-PATH
           END-IF
           MOVE 5 TO SW-SAMPLE-LIMIT
           MOVE SPACES TO WRK-SAMPLE-PARM
           ACCEPT WRK-SAMPLE-PARM FROM ENVIRONMENT "SWEEP_SAMPLE_KEYS"
           IF WRK-SAMPLE-PARM NOT = SPACES
              MOVE WRK-SAMPLE-PARM TO SW-SAMPLE-LIMIT
           END-IF
           IF SW-SAMPLE-LIMIT > 10
              MOVE 10 TO SW-SAMPLE-LIMIT
           END-IF.
      ****************************************************************
       CHECK-TABLES-EXIST.
      *    TAB1's companion tables each appear the first time their
      *    own program runs; a check against a missing one is skipped.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_addr'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              IF WRK-TABLE-EXISTS > 0
                 MOVE 'Y' TO WRK-ADDR-EXIST-SW
              END-IF
           END-IF
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_hist'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              IF WRK-TABLE-EXISTS > 0
                 MOVE 'Y' TO WRK-HIST-EXIST-SW
              END-IF
           END-IF
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_category'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              IF WRK-TABLE-EXISTS > 0
                 MOVE 'Y' TO WRK-CAT-EXIST-SW
              END-IF
           END-IF
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_feedctl'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              IF WRK-TABLE-EXISTS > 0
                 MOVE 'Y' TO WRK-FEEDCTL-EXIST-SW
              END-IF
           END-IF
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_changes'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              IF WRK-TABLE-EXISTS > 0
                 MOVE 'Y' TO WRK-CHG-EXIST-SW
              END-IF
           END-IF.
      ****************************************************************
       CREATE-SWEEPHIST-IF-MISSING.
      *    Same idempotent create-if-missing pattern the other
      *    companion tables use.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_sweephist'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              IF WRK-TABLE-EXISTS = 0 THEN
                 DISPLAY 'INTEG-SWEEP: CREATE TABLE TAB1_SWEEPHIST'
                 EXEC SQL
                      CREATE TABLE TAB1_SWEEPHIST
                      (
                       RUN_TS         CHAR(14),
                       CHECK_ID       CHAR(8),
                       FINDING_COUNT  INT
                      )
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM REPORT-SQL-TROUBLE
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       FIND-PREVIOUS-SWEEP.
           MOVE SPACES TO SW-PREV-TS
           EXEC SQL
                SELECT COALESCE(MAX(RUN_TS), ' ') INTO :SW-PREV-TS
                  FROM TAB1_SWEEPHIST
                 WHERE RUN_TS < :SW-RUN-TS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              MOVE SW-PREV-TS TO WRK-LATEST-PREV-TS
           END-IF.
      ****************************************************************
       OPEN-PRINT-FILE.
           OPEN OUTPUT PRINT-FILE
           IF WRK-PRINT-FILE-STATUS NOT = "00"
              DISPLAY 'INTEG-SWEEP: UNABLE TO OPEN '
                      WRK-PRINT-FILE-PATH
                      ' STATUS ' WRK-PRINT-FILE-STATUS
           END-IF.
      ****************************************************************
       PRINT-REPORT-HEADER.
           ADD 1 TO WRK-PAGE-COUNT
           MOVE WRK-BIZ-DATE   TO H-BIZ-DATE
           MOVE SW-RUN-TS      TO H-RUN-TS
           IF WRK-LATEST-PREV-TS = SPACES
              MOVE 'NONE' TO H-PREV-TS
           ELSE
              MOVE WRK-LATEST-PREV-TS TO H-PREV-TS
           END-IF
           MOVE WRK-PAGE-COUNT TO H-PAGE
           MOVE HEADER-LINE-1 TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE COLUMN-HEADER TO PRINT-RECORD
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
       SWEEP-ALL-CHECKS.
           IF NOT SQL-TROUBLE
              PERFORM CHECK-NO-ADDRESS
           END-IF
           IF NOT SQL-TROUBLE
              PERFORM CHECK-ORPHAN-ADDRESS
           END-IF
           IF NOT SQL-TROUBLE
              PERFORM CHECK-LIVE-AND-ARCHIVED
           END-IF
           IF NOT SQL-TROUBLE
              PERFORM CHECK-MISSING-CATEGORY
           END-IF
           IF NOT SQL-TROUBLE
              PERFORM CHECK-INACTIVE-CATEGORY
           END-IF
           IF NOT SQL-TROUBLE
              PERFORM CHECK-ORPHAN-FEED-ID
           END-IF
           IF NOT SQL-TROUBLE
              PERFORM CHECK-ORPHAN-JOURNAL
           END-IF
           IF NOT SQL-TROUBLE
              PERFORM CHECK-FEED-BLANK-COL-5
           END-IF
           IF NOT SQL-TROUBLE
              PERFORM CHECK-FEED-ZERO-COL-2
           END-IF.
      ****************************************************************
       START-CHECK.
           MOVE 0 TO SW-COUNT
           MOVE 0 TO WRK-SAMPLE-COUNT
           MOVE SPACES TO WRK-SAMPLE-TABLE
           MOVE SPACES TO WRK-SKIP-TABLE
           MOVE 'N' TO WRK-SKIPPED-SW
           MOVE 'N' TO WRK-READ-EOF-SW.
      ****************************************************************
       CHECK-NO-ADDRESS.
           MOVE 'NOADDR' TO SW-CHECK-ID
           MOVE 'TAB1 KEYS WITH NO TAB1_ADDR ROW' TO WRK-CHECK-DESC
           PERFORM START-CHECK
           IF NOT ADDR-TABLE-EXISTS
              MOVE 'Y' TO WRK-SKIPPED-SW
              MOVE 'TAB1_ADDR' TO WRK-SKIP-TABLE
           ELSE
              EXEC SQL
                   SELECT COUNT(*) INTO :SW-COUNT FROM TAB1 T
                    WHERE NOT EXISTS (SELECT 1 FROM TAB1_ADDR A
                                       WHERE A.COL_1 = T.COL_1)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM REPORT-SQL-TROUBLE
              END-IF
              IF SW-COUNT > 0 AND NOT SQL-TROUBLE
                 EXEC SQL
                    OPEN NOADDR
                 END-EXEC
                 PERFORM UNTIL NO-MORE-ROWS
                    EXEC SQL
                       FETCH NEXT NOADDR INTO :SW-COL-1
                    END-EXEC
                    PERFORM TAKE-SAMPLE-KEY
                 END-PERFORM
                 EXEC SQL
                    CLOSE NOADDR
                 END-EXEC
              END-IF
           END-IF
           PERFORM RECORD-FINDING.
      ****************************************************************
       CHECK-ORPHAN-ADDRESS.
           MOVE 'ADDRORPH' TO SW-CHECK-ID
           MOVE 'TAB1_ADDR ROWS FOR KEYS ON NEITHER TAB1 NOR HISTORY'
             TO WRK-CHECK-DESC
           PERFORM START-CHECK
           EVALUATE TRUE
              WHEN NOT ADDR-TABLE-EXISTS
                 MOVE 'Y' TO WRK-SKIPPED-SW
                 MOVE 'TAB1_ADDR' TO WRK-SKIP-TABLE
              WHEN HIST-TABLE-EXISTS
                 EXEC SQL
                      SELECT COUNT(*) INTO :SW-COUNT FROM TAB1_ADDR A
                       WHERE NOT EXISTS (SELECT 1 FROM TAB1 T
                                          WHERE T.COL_1 = A.COL_1)
                         AND NOT EXISTS (SELECT 1 FROM TAB1_HIST H
                                          WHERE H.COL_1 = A.COL_1)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM REPORT-SQL-TROUBLE
                 END-IF
                 IF SW-COUNT > 0 AND NOT SQL-TROUBLE
                    EXEC SQL
                       OPEN ADDRORPH
                    END-EXEC
                    PERFORM UNTIL NO-MORE-ROWS
                       EXEC SQL
                          FETCH NEXT ADDRORPH INTO :SW-COL-1
                       END-EXEC
                       PERFORM TAKE-SAMPLE-KEY
                    END-PERFORM
                    EXEC SQL
                       CLOSE ADDRORPH
                    END-EXEC
                 END-IF
              WHEN OTHER
                 EXEC SQL
                      SELECT COUNT(*) INTO :SW-COUNT FROM TAB1_ADDR A
                       WHERE NOT EXISTS (SELECT 1 FROM TAB1 T
                                          WHERE T.COL_1 = A.COL_1)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM REPORT-SQL-TROUBLE
                 END-IF
                 IF SW-COUNT > 0 AND NOT SQL-TROUBLE
                    EXEC SQL
                       OPEN ADDRORPN
                    END-EXEC
                    PERFORM UNTIL NO-MORE-ROWS
                       EXEC SQL
                          FETCH NEXT ADDRORPN INTO :SW-COL-1
                       END-EXEC
                       PERFORM TAKE-SAMPLE-KEY
                    END-PERFORM
                    EXEC SQL
                       CLOSE ADDRORPN
                    END-EXEC
                 END-IF
           END-EVALUATE
           PERFORM RECORD-FINDING.
      ****************************************************************
       CHECK-LIVE-AND-ARCHIVED.
           MOVE 'LIVEHIST' TO SW-CHECK-ID
           MOVE 'KEYS ON TAB1 AND TAB1_HIST AT ONCE' TO WRK-CHECK-DESC
           PERFORM START-CHECK
      *    With no history table nothing can be on both - a clean
      *    zero, not a skipped check.
           IF HIST-TABLE-EXISTS
              EXEC SQL
                   SELECT COUNT(DISTINCT T.COL_1) INTO :SW-COUNT
                     FROM TAB1 T, TAB1_HIST H
                    WHERE H.COL_1 = T.COL_1
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM REPORT-SQL-TROUBLE
              END-IF
              IF SW-COUNT > 0 AND NOT SQL-TROUBLE
                 EXEC SQL
                    OPEN LIVEHIST
                 END-EXEC
                 PERFORM UNTIL NO-MORE-ROWS
                    EXEC SQL
                       FETCH NEXT LIVEHIST INTO :SW-COL-1
                    END-EXEC
                    PERFORM TAKE-SAMPLE-KEY
                 END-PERFORM
                 EXEC SQL
                    CLOSE LIVEHIST
                 END-EXEC
              END-IF
           END-IF
           PERFORM RECORD-FINDING.
      ****************************************************************
       CHECK-MISSING-CATEGORY.
           MOVE 'CATMISS' TO SW-CHECK-ID
           MOVE 'TAB1 ROWS WHOSE COL-3 IS NOT ON TAB1_CATEGORY'
             TO WRK-CHECK-DESC
           PERFORM START-CHECK
           IF NOT CATEGORY-TABLE-EXISTS
              MOVE 'Y' TO WRK-SKIPPED-SW
              MOVE 'TAB1_CATEGORY' TO WRK-SKIP-TABLE
           ELSE
              EXEC SQL
                   SELECT COUNT(*) INTO :SW-COUNT FROM TAB1 T
                    WHERE NOT EXISTS (SELECT 1 FROM TAB1_CATEGORY C
                                       WHERE C.COL_3 = T.COL_3)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM REPORT-SQL-TROUBLE
              END-IF
              IF SW-COUNT > 0 AND NOT SQL-TROUBLE
                 EXEC SQL
                    OPEN CATMISS
                 END-EXEC
                 PERFORM UNTIL NO-MORE-ROWS
                    EXEC SQL
                       FETCH NEXT CATMISS INTO :SW-COL-1
                    END-EXEC
                    PERFORM TAKE-SAMPLE-KEY
                 END-PERFORM
                 EXEC SQL
                    CLOSE CATMISS
                 END-EXEC
              END-IF
           END-IF
           PERFORM RECORD-FINDING.
      ****************************************************************
       CHECK-INACTIVE-CATEGORY.
           MOVE 'CATINACT' TO SW-CHECK-ID
           MOVE 'TAB1 ROWS WHOSE COL-3 IS INACTIVE ON TAB1_CATEGORY'
             TO WRK-CHECK-DESC
           PERFORM START-CHECK
           IF NOT CATEGORY-TABLE-EXISTS
              MOVE 'Y' TO WRK-SKIPPED-SW
              MOVE 'TAB1_CATEGORY' TO WRK-SKIP-TABLE
           ELSE
              EXEC SQL
                   SELECT COUNT(*) INTO :SW-COUNT FROM TAB1 T
                    WHERE EXISTS (SELECT 1 FROM TAB1_CATEGORY C
                                   WHERE C.COL_3 = T.COL_3
                                     AND COALESCE(C.ACTIVE, 'Y') = 'N')
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM REPORT-SQL-TROUBLE
              END-IF
              IF SW-COUNT > 0 AND NOT SQL-TROUBLE
                 EXEC SQL
                    OPEN CATINACT
                 END-EXEC
                 PERFORM UNTIL NO-MORE-ROWS
                    EXEC SQL
                       FETCH NEXT CATINACT INTO :SW-COL-1
                    END-EXEC
                    PERFORM TAKE-SAMPLE-KEY
                 END-PERFORM
                 EXEC SQL
                    CLOSE CATINACT
                 END-EXEC
              END-IF
           END-IF
           PERFORM RECORD-FINDING.
      ****************************************************************
       CHECK-ORPHAN-FEED-ID.
           MOVE 'FEEDORPH' TO SW-CHECK-ID
           MOVE 'TAB1 ROWS WHOSE FEED_ID HAS NO TAB1_FEEDCTL ROW'
             TO WRK-CHECK-DESC
           PERFORM START-CHECK
           IF NOT FEEDCTL-TABLE-EXISTS
              MOVE 'Y' TO WRK-SKIPPED-SW
              MOVE 'TAB1_FEEDCTL' TO WRK-SKIP-TABLE
           ELSE
              EXEC SQL
                   SELECT COUNT(*) INTO :SW-COUNT FROM TAB1 T
                    WHERE COALESCE(TRIM(T.FEED_ID), '') <> ''
                      AND NOT EXISTS (SELECT 1 FROM TAB1_FEEDCTL F
                                       WHERE F.FEED_ID = T.FEED_ID)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM REPORT-SQL-TROUBLE
              END-IF
              IF SW-COUNT > 0 AND NOT SQL-TROUBLE
                 EXEC SQL
                    OPEN FEEDORPH
                 END-EXEC
                 PERFORM UNTIL NO-MORE-ROWS
                    EXEC SQL
                       FETCH NEXT FEEDORPH INTO :SW-COL-1
                    END-EXEC
                    PERFORM TAKE-SAMPLE-KEY
                 END-PERFORM
                 EXEC SQL
                    CLOSE FEEDORPH
                 END-EXEC
              END-IF
           END-IF
           PERFORM RECORD-FINDING.
      ****************************************************************
       CHECK-ORPHAN-JOURNAL.
           MOVE 'CHGORPH' TO SW-CHECK-ID
           MOVE 'TAB1_CHANGES ROWS FOR KEYS THAT EXIST NOWHERE'
             TO WRK-CHECK-DESC
           PERFORM START-CHECK
           EVALUATE TRUE
              WHEN NOT CHANGES-TABLE-EXISTS
                 MOVE 'Y' TO WRK-SKIPPED-SW
                 MOVE 'TAB1_CHANGES' TO WRK-SKIP-TABLE
              WHEN HIST-TABLE-EXISTS
                 EXEC SQL
                      SELECT COUNT(*) INTO :SW-COUNT
                        FROM TAB1_CHANGES C
                       WHERE NOT EXISTS (SELECT 1 FROM TAB1 T
                                          WHERE T.COL_1 = C.COL_1)
                         AND NOT EXISTS (SELECT 1 FROM TAB1_HIST H
                                          WHERE H.COL_1 = C.COL_1)
                         AND NOT EXISTS (SELECT 1 FROM TAB1_CHANGES D
                                          WHERE D.COL_1 = C.COL_1
                                            AND D.CHG_ACTION
                                                IN ('D','K'))
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM REPORT-SQL-TROUBLE
                 END-IF
                 IF SW-COUNT > 0 AND NOT SQL-TROUBLE
                    EXEC SQL
                       OPEN CHGORPH
                    END-EXEC
                    PERFORM UNTIL NO-MORE-ROWS
                       EXEC SQL
                          FETCH NEXT CHGORPH INTO :SW-COL-1
                       END-EXEC
                       PERFORM TAKE-SAMPLE-KEY
                    END-PERFORM
                    EXEC SQL
                       CLOSE CHGORPH
                    END-EXEC
                 END-IF
              WHEN OTHER
                 EXEC SQL
                      SELECT COUNT(*) INTO :SW-COUNT
                        FROM TAB1_CHANGES C
                       WHERE NOT EXISTS (SELECT 1 FROM TAB1 T
                                          WHERE T.COL_1 = C.COL_1)
                         AND NOT EXISTS (SELECT 1 FROM TAB1_CHANGES D
                                          WHERE D.COL_1 = C.COL_1
                                            AND D.CHG_ACTION
                                                IN ('D','K'))
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM REPORT-SQL-TROUBLE
                 END-IF
                 IF SW-COUNT > 0 AND NOT SQL-TROUBLE
                    EXEC SQL
                       OPEN CHGORPN
                    END-EXEC
                    PERFORM UNTIL NO-MORE-ROWS
                       EXEC SQL
                          FETCH NEXT CHGORPN INTO :SW-COL-1
                       END-EXEC
                       PERFORM TAKE-SAMPLE-KEY
                    END-PERFORM
                    EXEC SQL
                       CLOSE CHGORPN
                    END-EXEC
                 END-IF
           END-EVALUATE
           PERFORM RECORD-FINDING.
      ****************************************************************
       CHECK-FEED-BLANK-COL-5.
           MOVE 'FEEDBLNK' TO SW-CHECK-ID
           MOVE 'FEED-LOADED TAB1 ROWS WITH A BLANK COL-5'
             TO WRK-CHECK-DESC
           PERFORM START-CHECK
           EXEC SQL
                SELECT COUNT(*) INTO :SW-COUNT FROM TAB1 T
                 WHERE COALESCE(TRIM(T.FEED_ID), '') <> ''
                   AND COALESCE(TRIM(T.COL_5), '') = ''
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           END-IF
           IF SW-COUNT > 0 AND NOT SQL-TROUBLE
              EXEC SQL
                 OPEN FEEDBLNK
              END-EXEC
              PERFORM UNTIL NO-MORE-ROWS
                 EXEC SQL
                    FETCH NEXT FEEDBLNK INTO :SW-COL-1
                 END-EXEC
                 PERFORM TAKE-SAMPLE-KEY
              END-PERFORM
              EXEC SQL
                 CLOSE FEEDBLNK
              END-EXEC
           END-IF
           PERFORM RECORD-FINDING.
      ****************************************************************
       CHECK-FEED-ZERO-COL-2.
           MOVE 'FEEDZERO' TO SW-CHECK-ID
           MOVE 'FEED-LOADED TAB1 ROWS WITH A ZERO COL-2'
             TO WRK-CHECK-DESC
           PERFORM START-CHECK
           EXEC SQL
                SELECT COUNT(*) INTO :SW-COUNT FROM TAB1 T
                 WHERE COALESCE(TRIM(T.FEED_ID), '') <> ''
                   AND COALESCE(T.COL_2, 0) = 0
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           END-IF
           IF SW-COUNT > 0 AND NOT SQL-TROUBLE
              EXEC SQL
                 OPEN FEEDZERO
              END-EXEC
              PERFORM UNTIL NO-MORE-ROWS
                 EXEC SQL
                    FETCH NEXT FEEDZERO INTO :SW-COL-1
                 END-EXEC
                 PERFORM TAKE-SAMPLE-KEY
              END-PERFORM
              EXEC SQL
                 CLOSE FEEDZERO
              END-EXEC
           END-IF
           PERFORM RECORD-FINDING.
      ****************************************************************
       TAKE-SAMPLE-KEY.
           EVALUATE SQLCODE
              WHEN 100
                 MOVE 'Y' TO WRK-READ-EOF-SW
              WHEN 0
                 IF WRK-SAMPLE-COUNT < 10
                    ADD 1 TO WRK-SAMPLE-COUNT
                    MOVE SW-COL-1 TO WRK-SAMPLE-KEY(WRK-SAMPLE-COUNT)
                 END-IF
              WHEN OTHER
                 MOVE 'Y' TO WRK-READ-EOF-SW
                 PERFORM REPORT-SQL-TROUBLE
           END-EVALUATE.
      ****************************************************************
       RECORD-FINDING.
      *    Prints the check's line against the previous sweep and
      *    stores tonight's count; a skipped check stores nothing.
           IF NOT SQL-TROUBLE
              MOVE SPACES TO FINDING-LINE
              MOVE SW-CHECK-ID    TO FL-CHECK-ID
              MOVE WRK-CHECK-DESC TO FL-DESC
              IF CHECK-SKIPPED
                 PERFORM PRINT-SKIPPED-CHECK
              ELSE
                 PERFORM FIND-PREVIOUS-COUNT
                 IF NOT SQL-TROUBLE
                    PERFORM PRINT-AND-STORE-FINDING
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       PRINT-SKIPPED-CHECK.
           ADD 1 TO WRK-CHECKS-SKIPPED
           MOVE SPACES TO FL-COUNT-X
           MOVE SPACES TO FL-PREVIOUS-X
           MOVE SPACES TO FL-CHANGE-X
           STRING 'NOT CHECKED - NO ' WRK-SKIP-TABLE
              DELIMITED BY SIZE INTO FL-TREND
           MOVE FINDING-LINE TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE.
      ****************************************************************
       FIND-PREVIOUS-COUNT.
      *    The same check's count from the latest earlier sweep that
      *    ran it.
           MOVE 'N' TO WRK-PREV-FOUND-SW
           MOVE 0 TO SW-PREV-COUNT
           IF WRK-LATEST-PREV-TS NOT = SPACES
              EXEC SQL
                   SELECT FINDING_COUNT INTO :SW-PREV-COUNT
                     FROM TAB1_SWEEPHIST
                    WHERE CHECK_ID = :SW-CHECK-ID
                      AND RUN_TS = (SELECT MAX(RUN_TS)
                                      FROM TAB1_SWEEPHIST
                                     WHERE CHECK_ID = :SW-CHECK-ID
                                       AND RUN_TS < :SW-RUN-TS)
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE 'Y' TO WRK-PREV-FOUND-SW
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM REPORT-SQL-TROUBLE
              END-EVALUATE
           END-IF.
      ****************************************************************
       PRINT-AND-STORE-FINDING.
           ADD 1 TO WRK-CHECKS-RUN
           ADD SW-COUNT TO WRK-TOT-FINDINGS
           IF SW-COUNT > 0
              ADD 1 TO WRK-CHECKS-DIRTY
           END-IF
           MOVE SW-COUNT TO FL-COUNT
           IF PREVIOUS-FOUND
              ADD SW-COUNT      TO WRK-TOT-COMPARABLE
              ADD SW-PREV-COUNT TO WRK-TOT-PREVIOUS
              COMPUTE WRK-CHANGE = SW-COUNT - SW-PREV-COUNT
              MOVE SW-PREV-COUNT TO FL-PREVIOUS
              MOVE WRK-CHANGE    TO FL-CHANGE
              EVALUATE TRUE
                 WHEN WRK-CHANGE < 0
                    MOVE 'CLEANER' TO FL-TREND
                 WHEN WRK-CHANGE > 0
                    MOVE 'DIRTIER' TO FL-TREND
                 WHEN OTHER
                    MOVE 'SAME'    TO FL-TREND
              END-EVALUATE
           ELSE
              MOVE SPACES TO FL-PREVIOUS-X
              MOVE SPACES TO FL-CHANGE-X
              MOVE 'FIRST SWEEP' TO FL-TREND
           END-IF
           MOVE FINDING-LINE TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           PERFORM PRINT-SAMPLE-KEYS
           EXEC SQL
              INSERT INTO TAB1_SWEEPHIST
                     (RUN_TS, CHECK_ID, FINDING_COUNT)
              VALUES (:SW-RUN-TS, :SW-CHECK-ID, :SW-COUNT)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           END-IF.
      ****************************************************************
       PRINT-SAMPLE-KEYS.
      *    Five keys to a line.
           MOVE 0 TO WRK-SAMPLE-IX
           PERFORM UNTIL WRK-SAMPLE-IX >= WRK-SAMPLE-COUNT
              MOVE SPACES TO SAMPLE-LINE
              IF WRK-SAMPLE-IX = 0
                 MOVE 'SAMPLE:' TO SL-LABEL
              END-IF
              ADD 1 TO WRK-SAMPLE-IX
              MOVE WRK-SAMPLE-KEY(WRK-SAMPLE-IX) TO SL-KEY(1)
              IF WRK-SAMPLE-IX < WRK-SAMPLE-COUNT
                 ADD 1 TO WRK-SAMPLE-IX
                 MOVE WRK-SAMPLE-KEY(WRK-SAMPLE-IX) TO SL-KEY(2)
              END-IF
              IF WRK-SAMPLE-IX < WRK-SAMPLE-COUNT
                 ADD 1 TO WRK-SAMPLE-IX
                 MOVE WRK-SAMPLE-KEY(WRK-SAMPLE-IX) TO SL-KEY(3)
              END-IF
              IF WRK-SAMPLE-IX < WRK-SAMPLE-COUNT
                 ADD 1 TO WRK-SAMPLE-IX
                 MOVE WRK-SAMPLE-KEY(WRK-SAMPLE-IX) TO SL-KEY(4)
              END-IF
              IF WRK-SAMPLE-IX < WRK-SAMPLE-COUNT
                 ADD 1 TO WRK-SAMPLE-IX
                 MOVE WRK-SAMPLE-KEY(WRK-SAMPLE-IX) TO SL-KEY(5)
              END-IF
              MOVE SAMPLE-LINE TO PRINT-RECORD
              PERFORM WRITE-REGISTER-LINE
           END-PERFORM.
      ****************************************************************
       PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL' TO TOTAL-LINE(1:10)
           MOVE 'ALL FINDINGS (PREVIOUS/CHANGE OVER CHECKS COMPARED)'
             TO TTL-TEXT
           MOVE WRK-TOT-FINDINGS TO TTL-FINDINGS
           IF WRK-LATEST-PREV-TS = SPACES
              MOVE SPACES TO TTL-PREVIOUS-X
              MOVE SPACES TO TTL-CHANGE-X
              MOVE 'FIRST SWEEP' TO TTL-TREND
           ELSE
              COMPUTE WRK-CHANGE = WRK-TOT-COMPARABLE
                                 - WRK-TOT-PREVIOUS
              MOVE WRK-TOT-PREVIOUS TO TTL-PREVIOUS
              MOVE WRK-CHANGE       TO TTL-CHANGE
              EVALUATE TRUE
                 WHEN WRK-CHANGE < 0
                    MOVE 'CLEANER' TO TTL-TREND
                 WHEN WRK-CHANGE > 0
                    MOVE 'DIRTIER' TO TTL-TREND
                 WHEN OTHER
                    MOVE 'SAME'    TO TTL-TREND
              END-EVALUATE
           END-IF
           MOVE TOTAL-LINE TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           IF SQL-TROUBLE
              MOVE 'RUN STOPPED ON AN SQL ERROR - SWEEP INCOMPLETE, '
                TO PRINT-RECORD
              MOVE 'NO HISTORY KEPT' TO PRINT-RECORD(49:)
              PERFORM WRITE-REGISTER-LINE
           END-IF.
      ****************************************************************
       REPORT-SQL-TROUBLE.
           DISPLAY 'INTEG-SWEEP: SQL TROUBLE'
           DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           MOVE 'INTEG-SWEEP' TO WRK-AUDIT-SOURCE
           MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                  WRK-AUDIT-MESSAGE
           MOVE 'Y' TO WRK-SQL-TROUBLE-SW.
