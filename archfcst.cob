       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ARCH-FORECAST.
      ****************************************************************
      * ARCH-FORECAST - read-only look ahead at ARCHIVE-TAB1, so the
      * rows the archive is about to retire are seen by somebody
      * before they go rather than after a customer phones.
      *
      * Part one ages every live TAB1 row on its last activity,
      * COALESCE(CHANGE_DATE, LOAD_DATE), against the business date
      * (see BUSINESS-DATE), into the buckets 0-30, 31-90, 91-180,
      * 181-365 and over 365 days, by COL-3 category: a row count
      * line and a COL-2 sum line per category, and the same for all
      * categories together.
      *
      * Part two lists, key by key, what the archive will take on
      * each of the next seven nights, night 1 being the run for the
      * current business date. The cutoff is worked out exactly as
      * ARCHIVE-TAB1's ESTABLISH-CUTOFF-DATE does it - the business
      * date less ARCHIVE_RETENTION_DAYS (default 365), or
      * ARCHIVE_CUTOFF_DATE (YYYY-MM-DD) when that is set, in which
      * case the cutoff does not move and everything due goes on
      * night 1 - and a row goes on the first night whose cutoff is
      * later than both its LOAD_DATE and its last activity. Each
      * night after the first runs on the business date PROC-DATE
      * ROLL would open after the night before - the next date not
      * on the holiday calendar (PROC_HOLIDAY_FILE, default
      * "holiday.dat"; no calendar means no holidays) - and its
      * cutoff is that business date less the retention days, so a
      * holiday moves the cutoff on by two days or more in a night.
      * Each row is flagged
      *   DOCS   the key has documents in TAB1_DOCS
      *   LARGE  COL-2 above ARCHFCST_LARGE_BALANCE (default 10000)
      *   HELD   under legal hold (see HOLD-CHECK) - the archive will
      *          skip it; not counted in the night's totals
      * With ARCHIVE_MAX_ROWS set the rows are still listed on the
      * night they fall due, and each night's subtotal shows how
      * many the throttle carries on to the nights after.
      * Prints to ARCHFCST_PRINT_FILE (default "archfcst.rpt").
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - clean, nothing due in the next seven nights is flagged
      *   4 - rows due in the next seven nights are flagged DOCS or
      *       LARGE and want a look before they go
      *   8 - business day closed or control record unreadable,
      *       connect failure, file-open failure, or SQL abort
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO WRK-PRINT-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PRINT-FILE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO WRK-HOLIDAY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-HOLIDAY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-RECORD          PIC X(132).
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HOL-DATE           PIC X(8).
           05 FILLER             PIC X(1).
           05 HOL-DESC           PIC X(40).

       WORKING-STORAGE SECTION.
           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.
       01  FC-COL-1           PIC X(20).
       01  FC-COL-2           PIC 9(10)V9(5).
       01  FC-COL-3           PIC 9(6).
       01  FC-BUCKET          PIC 9(1).
       01  FC-ROWS            PIC 9(9).
       01  FC-SUM             PIC 9(14)V9(5).
       01  FC-LOAD-DATE       PIC X(8).
       01  FC-LAST-ACTIVITY   PIC X(8).
       01  FC-AGE-DAYS        PIC S9(9).
       01  FC-NIGHT           PIC 9(1).
       01  FC-DOC-COUNT       PIC 9(9).
       01  FC-BIZ-DATE        PIC X(8).
       01  FC-CUTOFF-DATE     PIC X(10).
       01  FC-CUTOFF-STEP     PIC 9(1).
      *    Cutoffs for nights 2 to 7; FC-CUTOFF-DATE is night 1's.
       01  FC-CUTOFF-2        PIC X(10).
       01  FC-CUTOFF-3        PIC X(10).
       01  FC-CUTOFF-4        PIC X(10).
       01  FC-CUTOFF-5        PIC X(10).
       01  FC-CUTOFF-6        PIC X(10).
       01  FC-CUTOFF-7        PIC X(10).
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
       01  WRK-CUTOFF-DATE-PARM  PIC X(10).
       01  WRK-RETENTION-DAYS    PIC X(5).
       01  WRK-RETENTION-DAYS-N  PIC 9(5) VALUE 365.
       01  WRK-LARGE-PARM        PIC X(10) VALUE SPACES.
       01  WRK-LARGE-BALANCE     PIC 9(10) VALUE 10000.
       01  WRK-MAX-ROWS-PARM     PIC X(9) VALUE SPACES.
       01  WRK-MAX-ROWS          PIC 9(9) VALUE 0.
       01  WRK-TODAY-8           PIC 9(8).
       01  WRK-TS-TIME           PIC X(8).
       01  WRK-START-TS          PIC X(14).
       01  WRK-CUTOFF-INT        PIC 9(8).
       01  WRK-CUTOFF-8          PIC 9(8).
       01  WRK-NIGHT-INT         PIC 9(8).
       01  WRK-NIGHT-DATE        PIC 9(8).
       01  WRK-NIGHT-CUTOFF      PIC 9(8).
      *    Each night's business date and cutoff, worked out once by
      *    BUILD-NIGHT-CALENDAR.
       01  WRK-NIGHT-TABLE.
           05 WRK-NIGHT-ENTRY OCCURS 7.
              10 WNT-DATE        PIC 9(8).
              10 WNT-CUTOFF      PIC 9(8).
              10 WNT-CUTOFF-ISO  PIC X(10).
       01  WRK-HOLIDAY-PATH      PIC X(80).
       01  WRK-HOLIDAY-STATUS    PIC X(2).
       01  WRK-HOLIDAY-EOF-SW    PIC X VALUE 'N'.
           88 HOLIDAY-EOF            VALUE 'Y'.
       01  WRK-HOLIDAY-MAX       PIC 9(3) VALUE 200 COMP.
       01  WRK-HOLIDAY-COUNT     PIC 9(3) VALUE 0 COMP.
       01  WRK-HOLIDAY-IX        PIC 9(3) VALUE 0 COMP.
       01  WRK-HOLIDAY-TABLE.
           05 WRK-HOLIDAY        PIC 9(8) OCCURS 200.
       01  WRK-HOLIDAY-SW        PIC X VALUE 'N'.
           88 DATE-IS-HOLIDAY        VALUE 'Y'.
       01  WRK-READ-EOF-SW       PIC X VALUE 'N'.
           88 NO-MORE-ROWS           VALUE 'Y'.
       01  WRK-SQL-TROUBLE-SW    PIC X VALUE 'N'.
           88 SQL-TROUBLE            VALUE 'Y'.
       01  WRK-DATE-REFUSED-SW   PIC X VALUE 'N'.
           88 BUSINESS-DATE-REFUSED  VALUE 'Y'.
       01  WRK-DOCS-EXIST-SW     PIC X VALUE 'N'.
           88 DOCS-TABLE-EXISTS      VALUE 'Y'.
       01  WRK-FIRST-CAT-SW      PIC X VALUE 'Y'.
           88 FIRST-CATEGORY         VALUE 'Y'.
       01  WRK-PREV-COL-3        PIC 9(6) VALUE 0.
       01  WRK-CURR-NIGHT        PIC 9(1) VALUE 0.
       01  WRK-NIGHT-IX          PIC 9(1) VALUE 0.
       01  WRK-BUCKET-IX         PIC 9(1) VALUE 0.
      *    Bucket tallies for the category being read and for the
      *    whole table.
       01  WRK-CAT-BUCKETS.
           05 WRK-CAT-BUCKET OCCURS 5.
              10 WCB-ROWS        PIC 9(9).
              10 WCB-SUM         PIC 9(14)V9(5).
       01  WRK-ALL-BUCKETS.
           05 WRK-ALL-BUCKET OCCURS 5.
              10 WAB-ROWS        PIC 9(9).
              10 WAB-SUM         PIC 9(14)V9(5).
       01  WRK-LINE-ROWS         PIC 9(9).
       01  WRK-LINE-SUM          PIC 9(14)V9(5).
      *    Night subtotals.
       01  WRK-NIGHT-ROWS        PIC 9(9) VALUE 0.
       01  WRK-NIGHT-SUM         PIC 9(14)V9(5) VALUE 0.
       01  WRK-NIGHT-DOCS        PIC 9(9) VALUE 0.
       01  WRK-NIGHT-LARGE       PIC 9(9) VALUE 0.
       01  WRK-NIGHT-HELD        PIC 9(9) VALUE 0.
       01  WRK-CARRY-ROWS        PIC 9(9) VALUE 0.
       01  WRK-BACKLOG-ROWS      PIC 9(9) VALUE 0.
       01  WRK-FCST-ROWS         PIC 9(9) VALUE 0.
       01  WRK-FCST-SUM          PIC 9(14)V9(5) VALUE 0.
       01  WRK-FCST-FLAGGED      PIC 9(9) VALUE 0.
       01  WRK-FCST-HELD         PIC 9(9) VALUE 0.
       01  WRK-ROW-FLAGGED-SW    PIC X VALUE 'N'.
           88 ROW-FLAGGED            VALUE 'Y'.
       01  WRK-LINE-COUNT        PIC 9(3) VALUE 99.
       01  WRK-PAGE-COUNT        PIC 9(5) VALUE 0.
       01  WRK-LINES-PER-PAGE    PIC 9(3) VALUE 55.
       01  WRK-COLUMN-HEADER     PIC X(132) VALUE SPACES.
       01  WRK-FLAG-PTR          PIC 9(3) VALUE 1.
       01  WRK-STATS-PROGRAM     PIC X(12).
       01  WRK-STATS-IN          PIC 9(9).
       01  WRK-STATS-OUT         PIC 9(9).
       01  WRK-STATS-REJ         PIC 9(9).
       01  WRK-STATS-STATUS      PIC X(8).
       01  WRK-AUDIT-SOURCE      PIC X(12).
       01  WRK-AUDIT-MESSAGE     PIC X(80).
       01  WRK-AUDIT-SQLCODE     PIC S9(9) COMP-5.
       01  WRK-BIZ-ACTION        PIC X(1) VALUE 'G'.
       01  WRK-BIZ-PROGRAM       PIC X(12) VALUE 'ARCH-FCST'.
       01  WRK-BIZ-DATE          PIC 9(8).
       01  WRK-BIZ-RESULT        PIC S9(9) VALUE 0.
       01  WRK-HOLD-PROGRAM      PIC X(12) VALUE 'ARCH-FCST'.
      *    A blank action asks HOLD-CHECK without logging a block -
      *    nothing is being refused here.
       01  WRK-HOLD-ACTION       PIC X(20) VALUE SPACES.
       01  WRK-HOLD-CASE-REF     PIC X(20).
       01  WRK-HOLD-RESULT       PIC S9(9) VALUE 0.

       01  HEADER-LINE-1.
           05 FILLER             PIC X(30)
              VALUE 'ARCHIVE FORECAST AND AGING'.
           05 FILLER             PIC X(14) VALUE 'BUSINESS DATE '.
           05 H-BIZ-DATE         PIC 9(8).
           05 FILLER             PIC X(9)  VALUE '  CUTOFF '.
           05 H-CUTOFF-DATE      PIC X(10).
           05 FILLER             PIC X(7)  VALUE '   RUN '.
           05 H-REPORT-DATE      PIC 9(8).
           05 FILLER             PIC X(8)  VALUE '   PAGE'.
           05 H-PAGE             PIC ZZZZ9.
       01  AGING-HEADER.
           05 FILLER             PIC X(20) VALUE 'CATEGORY'.
           05 FILLER             PIC X(18)
              VALUE '         0-30 DAYS'.
           05 FILLER             PIC X(18)
              VALUE '        31-90 DAYS'.
           05 FILLER             PIC X(18)
              VALUE '       91-180 DAYS'.
           05 FILLER             PIC X(18)
              VALUE '      181-365 DAYS'.
           05 FILLER             PIC X(18)
              VALUE '     OVER 365 DAYS'.
           05 FILLER             PIC X(18)
              VALUE '             TOTAL'.
       01  AGING-LINE.
           05 A-COL-3            PIC Z(5)9.
           05 A-ALL-LABEL REDEFINES A-COL-3
                                 PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 A-WHAT             PIC X(12).
           05 A-BUCKET OCCURS 6.
              10 FILLER          PIC X(1).
              10 A-ROWS          PIC Z(16)9.
              10 A-SUM REDEFINES A-ROWS
                                 PIC Z(10)9.99999.
       01  FORECAST-HEADER.
           05 FILLER             PIC X(7)  VALUE 'NIGHT'.
           05 FILLER             PIC X(22) VALUE 'KEY'.
           05 FILLER             PIC X(8)  VALUE 'CATEGORY'.
           05 FILLER             PIC X(10) VALUE '    LOADED'.
           05 FILLER             PIC X(10) VALUE '  ACTIVITY'.
           05 FILLER             PIC X(7)  VALUE '   DAYS'.
           05 FILLER             PIC X(18)
              VALUE '            COL-2'.
           05 FILLER             PIC X(6)  VALUE '  DOCS'.
           05 FILLER             PIC X(7)  VALUE '  FLAGS'.
       01  FORECAST-LINE.
           05 F-NIGHT            PIC 9(1).
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 F-COL-1            PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 F-COL-3            PIC Z(5)9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 F-LOAD-DATE        PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 F-LAST-ACTIVITY    PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 F-AGE-DAYS         PIC Z(5)9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 F-COL-2            PIC Z(10)9.99999.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 F-DOC-COUNT        PIC Z(4)9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 F-FLAGS            PIC X(18).
       01  NIGHT-TOTAL-LINE.
           05 FILLER             PIC X(6)  VALUE 'NIGHT '.
           05 N-NIGHT            PIC 9(1).
           05 FILLER             PIC X(6)  VALUE '  RUN '.
           05 N-NIGHT-DATE       PIC 9(8).
           05 FILLER             PIC X(8)  VALUE ' CUTOFF '.
           05 N-NIGHT-CUTOFF     PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 N-ROWS             PIC Z(8)9.
           05 FILLER             PIC X(6)  VALUE ' ROWS '.
           05 N-SUM              PIC Z(13)9.99999.
           05 FILLER             PIC X(7)  VALUE '  DOCS '.
           05 N-DOCS             PIC Z(5)9.
           05 FILLER             PIC X(8)  VALUE '  LARGE '.
           05 N-LARGE            PIC Z(5)9.
           05 FILLER             PIC X(7)  VALUE '  HELD '.
           05 N-HELD             PIC Z(5)9.
       01  THROTTLE-LINE.
           05 FILLER             PIC X(32)
              VALUE '        ARCHIVE_MAX_ROWS LEAVES '.
           05 TL-CARRY           PIC Z(8)9.
           05 FILLER             PIC X(35)
              VALUE ' ROW(S) FOR THE FOLLOWING NIGHTS'.
       01  FORECAST-TOTAL-LINE.
           05 FILLER             PIC X(30)
              VALUE 'NEXT SEVEN NIGHTS:'.
           05 FT-ROWS            PIC Z(8)9.
           05 FILLER             PIC X(6)  VALUE ' ROWS '.
           05 FT-SUM             PIC Z(13)9.99999.
           05 FILLER             PIC X(11) VALUE '  FLAGGED '.
           05 FT-FLAGGED         PIC Z(8)9.
           05 FILLER             PIC X(8)  VALUE '  HELD '.
           05 FT-HELD            PIC Z(8)9.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           EXEC SQL DECLARE
              AGETAB CURSOR FOR
                 SELECT A.COL_3,
                        CASE WHEN A.AGE <= 30  THEN 1
                             WHEN A.AGE <= 90  THEN 2
                             WHEN A.AGE <= 180 THEN 3
                             WHEN A.AGE <= 365 THEN 4
                             ELSE 5 END,
                        COUNT(*), COALESCE(SUM(A.COL_2), 0)
                   FROM (SELECT COALESCE(COL_3, 0) AS COL_3, COL_2,
                                TO_DATE(:FC-BIZ-DATE, 'YYYYMMDD')
                                - COALESCE(CHANGE_DATE, LOAD_DATE)
                                AS AGE
                           FROM TAB1) A
                  GROUP BY 1, 2
                  ORDER BY 1, 2
           END-EXEC
      *    Same test ARCHIVE-TAB1's cursor applies, against each
      *    night's cutoff in turn: due on the first night N whose
      *    cutoff both dates fall before (all seven are the same
      *    date when the cutoff is fixed, so that is night 1).
           EXEC SQL DECLARE
              FCSTTAB CURSOR FOR
                 SELECT F.COL_1, F.COL_2, F.COL_3, F.LOADED,
                        F.ACTIVITY, F.AGE,
                        CASE WHEN F.DUE
                                  < CAST(:FC-CUTOFF-DATE AS DATE) THEN 1
                             WHEN F.DUE
                                  < CAST(:FC-CUTOFF-2 AS DATE) THEN 2
                             WHEN F.DUE
                                  < CAST(:FC-CUTOFF-3 AS DATE) THEN 3
                             WHEN F.DUE
                                  < CAST(:FC-CUTOFF-4 AS DATE) THEN 4
                             WHEN F.DUE
                                  < CAST(:FC-CUTOFF-5 AS DATE) THEN 5
                             WHEN F.DUE
                                  < CAST(:FC-CUTOFF-6 AS DATE) THEN 6
                             ELSE 7
                        END
                   FROM (SELECT COL_1, COL_2, COALESCE(COL_3, 0)
                                AS COL_3,
                                TO_CHAR(LOAD_DATE, 'YYYYMMDD')
                                AS LOADED,
                                TO_CHAR(COALESCE(CHANGE_DATE,
                                        LOAD_DATE), 'YYYYMMDD')
                                AS ACTIVITY,
                                TO_DATE(:FC-BIZ-DATE, 'YYYYMMDD')
                                - COALESCE(CHANGE_DATE, LOAD_DATE)
                                AS AGE,
                                GREATEST(LOAD_DATE,
                                   COALESCE(CHANGE_DATE, LOAD_DATE))
                                AS DUE
                           FROM TAB1) F
                  WHERE F.DUE < CAST(:FC-CUTOFF-7 AS DATE)
                  ORDER BY 7, 1
           END-EXEC
           MOVE 0 TO SQLCODE
           MOVE 0 TO DB-RETURN-CODE
           ACCEPT WRK-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TODAY-8      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           PERFORM ESTABLISH-BUSINESS-DATE
           IF BUSINESS-DATE-REFUSED
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WRK-BIZ-DATE TO FC-BIZ-DATE
           PERFORM READ-PARAMETERS
           PERFORM ESTABLISH-CUTOFF-DATE
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM BUILD-NIGHT-CALENDAR
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'ARCH-FORECAST: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CHECK-FOR-DOCS-TABLE
           PERFORM OPEN-PRINT-FILE
           IF WRK-PRINT-FILE-STATUS = "00" AND NOT SQL-TROUBLE
              PERFORM PRINT-AGING
              IF NOT SQL-TROUBLE
                 PERFORM PRINT-FORECAST
              END-IF
              CLOSE PRINT-FILE
           END-IF
           DISPLAY 'ARCH-FORECAST: CUTOFF ' FC-CUTOFF-DATE ', '
                   WRK-FCST-ROWS ' ROW(S) DUE IN SEVEN NIGHTS, '
                   WRK-FCST-FLAGGED ' FLAGGED, '
                   WRK-FCST-HELD ' HELD'
           EXEC SQL
              DISCONNECT ALL
           END-EXEC
           PERFORM RECORD-RUN-STATS
           EVALUATE TRUE
              WHEN WRK-PRINT-FILE-STATUS NOT = "00"
                 MOVE 8 TO RETURN-CODE
              WHEN SQL-TROUBLE
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-FCST-FLAGGED > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      ****************************************************************
       RECORD-RUN-STATS.
           MOVE 'ARCH-FCST' TO WRK-STATS-PROGRAM
           COMPUTE WRK-STATS-IN = WRK-FCST-ROWS + WRK-FCST-HELD
           MOVE WRK-FCST-ROWS TO WRK-STATS-OUT
           MOVE 0 TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN BUSINESS-DATE-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN SQL-TROUBLE OR WRK-PRINT-FILE-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
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
                        ' ALREADY CLOSED - FORECAST REFUSED'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM REFUSE-BUSINESS-DATE
              WHEN 8
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'PROCESSING-DATE CONTROL RECORD UNREADABLE'
                        ' - FORECAST REFUSED'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM REFUSE-BUSINESS-DATE
           END-EVALUATE.
      ****************************************************************
       REFUSE-BUSINESS-DATE.
           MOVE 'Y' TO WRK-DATE-REFUSED-SW
           DISPLAY 'ARCH-FORECAST: ' WRK-AUDIT-MESSAGE
           MOVE 'ARCH-FCST' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       CONNECT-DB.
           MOVE SPACES TO WRK-ENV-CODE
           ACCEPT WRK-ENV-CODE FROM ENVIRONMENT "DBCONN_ENV"
           CALL "CONNECT-RETRY" USING WRK-ENV-CODE DB-RETURN-CODE
           IF DB-RETURN-CODE = 0
              DISPLAY 'ARCH-FORECAST: CONNECTED - ENVIRONMENT '
                      WRK-ENV-CODE
           ELSE
              DISPLAY 'ARCH-FORECAST: CONNECT FAILED, RETURN CODE = '
                      DB-RETURN-CODE
           END-IF.
      ****************************************************************
       READ-PARAMETERS.
           MOVE SPACES TO WRK-PRINT-FILE-PATH
           ACCEPT WRK-PRINT-FILE-PATH
                  FROM ENVIRONMENT "ARCHFCST_PRINT_FILE"
           IF WRK-PRINT-FILE-PATH = SPACES
              MOVE "archfcst.rpt" TO WRK-PRINT-FILE-PATH
           END-IF
           MOVE SPACES TO WRK-LARGE-PARM
           ACCEPT WRK-LARGE-PARM
                  FROM ENVIRONMENT "ARCHFCST_LARGE_BALANCE"
           IF WRK-LARGE-PARM NOT = SPACES
              MOVE WRK-LARGE-PARM TO WRK-LARGE-BALANCE
           END-IF
           MOVE SPACES TO WRK-MAX-ROWS-PARM
           ACCEPT WRK-MAX-ROWS-PARM
                  FROM ENVIRONMENT "ARCHIVE_MAX_ROWS"
           IF WRK-MAX-ROWS-PARM NOT = SPACES
              MOVE WRK-MAX-ROWS-PARM TO WRK-MAX-ROWS
           END-IF
           MOVE SPACES TO WRK-HOLIDAY-PATH
           ACCEPT WRK-HOLIDAY-PATH
                  FROM ENVIRONMENT "PROC_HOLIDAY_FILE"
           IF WRK-HOLIDAY-PATH = SPACES
              MOVE "holiday.dat" TO WRK-HOLIDAY-PATH
           END-IF.
      ****************************************************************
       ESTABLISH-CUTOFF-DATE.
      *    ARCHIVE-TAB1's rule: ARCHIVE_CUTOFF_DATE, when set, is the
      *    YYYY-MM-DD cutoff date directly. Otherwise the cutoff is
      *    the business date minus ARCHIVE_RETENTION_DAYS (default
      *    365), and it moves on with every night's business date.
           MOVE SPACES TO WRK-CUTOFF-DATE-PARM
           ACCEPT WRK-CUTOFF-DATE-PARM
                  FROM ENVIRONMENT "ARCHIVE_CUTOFF_DATE"
           IF WRK-CUTOFF-DATE-PARM NOT = SPACES
              MOVE WRK-CUTOFF-DATE-PARM TO FC-CUTOFF-DATE
              MOVE 0 TO FC-CUTOFF-STEP
              MOVE FC-CUTOFF-DATE(1:4) TO WRK-CUTOFF-8(1:4)
              MOVE FC-CUTOFF-DATE(6:2) TO WRK-CUTOFF-8(5:2)
              MOVE FC-CUTOFF-DATE(9:2) TO WRK-CUTOFF-8(7:2)
           ELSE
              MOVE SPACES TO WRK-RETENTION-DAYS
              ACCEPT WRK-RETENTION-DAYS
                     FROM ENVIRONMENT "ARCHIVE_RETENTION_DAYS"
              IF WRK-RETENTION-DAYS NOT = SPACES
                 MOVE WRK-RETENTION-DAYS TO WRK-RETENTION-DAYS-N
              END-IF
              MOVE 1 TO FC-CUTOFF-STEP
              COMPUTE WRK-CUTOFF-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-BIZ-DATE)
                 - WRK-RETENTION-DAYS-N
              COMPUTE WRK-CUTOFF-8 = FUNCTION DATE-OF-INTEGER(
                 WRK-CUTOFF-INT)
              MOVE WRK-CUTOFF-8(1:4) TO FC-CUTOFF-DATE(1:4)
              MOVE '-'              TO FC-CUTOFF-DATE(5:1)
              MOVE WRK-CUTOFF-8(5:2) TO FC-CUTOFF-DATE(6:2)
              MOVE '-'              TO FC-CUTOFF-DATE(8:1)
              MOVE WRK-CUTOFF-8(7:2) TO FC-CUTOFF-DATE(9:2)
           END-IF.
      ****************************************************************
       LOAD-HOLIDAY-CALENDAR.
      *    Same calendar, and the same reading of it, as PROC-DATE.
           MOVE 0 TO WRK-HOLIDAY-COUNT
           MOVE 'N' TO WRK-HOLIDAY-EOF-SW
           OPEN INPUT HOLIDAY-FILE
           IF WRK-HOLIDAY-STATUS NOT = "00"
              DISPLAY 'ARCH-FORECAST: NO HOLIDAY CALENDAR ('
                      WRK-HOLIDAY-PATH ' STATUS '
                      WRK-HOLIDAY-STATUS ') - EVERY DAY IS A '
                      'BUSINESS DAY'
           ELSE
              PERFORM UNTIL HOLIDAY-EOF
                 READ HOLIDAY-FILE
                    AT END
                       MOVE 'Y' TO WRK-HOLIDAY-EOF-SW
                    NOT AT END
                       IF HOL-DATE(1:1) NOT = '*'
                          AND HOL-DATE IS NUMERIC
                          AND WRK-HOLIDAY-COUNT < WRK-HOLIDAY-MAX
                          ADD 1 TO WRK-HOLIDAY-COUNT
                          MOVE HOL-DATE
                            TO WRK-HOLIDAY(WRK-HOLIDAY-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLIDAY-FILE
           END-IF.
      ****************************************************************
       BUILD-NIGHT-CALENDAR.
      *    Night 1 is the current business date and cutoff; each
      *    night after steps to the next business day the way
      *    PROC-DATE ROLL does, and its cutoff with it unless the
      *    cutoff is fixed.
           MOVE WRK-BIZ-DATE   TO WNT-DATE(1)
           MOVE WRK-CUTOFF-8   TO WNT-CUTOFF(1)
           MOVE FC-CUTOFF-DATE TO WNT-CUTOFF-ISO(1)
           MOVE 1 TO WRK-NIGHT-IX
           PERFORM UNTIL WRK-NIGHT-IX >= 7
              COMPUTE WRK-NIGHT-INT =
                 FUNCTION INTEGER-OF-DATE(WNT-DATE(WRK-NIGHT-IX))
              ADD 1 TO WRK-NIGHT-IX
              PERFORM FIND-NEXT-BUSINESS-DAY
              MOVE WRK-NIGHT-DATE TO WNT-DATE(WRK-NIGHT-IX)
              IF FC-CUTOFF-STEP = 0
                 MOVE WRK-CUTOFF-8 TO WRK-NIGHT-CUTOFF
              ELSE
                 COMPUTE WRK-NIGHT-INT =
                    FUNCTION INTEGER-OF-DATE(WRK-NIGHT-DATE)
                    - WRK-RETENTION-DAYS-N
                 COMPUTE WRK-NIGHT-CUTOFF =
                    FUNCTION DATE-OF-INTEGER(WRK-NIGHT-INT)
              END-IF
              MOVE WRK-NIGHT-CUTOFF TO WNT-CUTOFF(WRK-NIGHT-IX)
              MOVE WRK-NIGHT-CUTOFF(1:4)
                TO WNT-CUTOFF-ISO(WRK-NIGHT-IX)(1:4)
              MOVE '-' TO WNT-CUTOFF-ISO(WRK-NIGHT-IX)(5:1)
              MOVE WRK-NIGHT-CUTOFF(5:2)
                TO WNT-CUTOFF-ISO(WRK-NIGHT-IX)(6:2)
              MOVE '-' TO WNT-CUTOFF-ISO(WRK-NIGHT-IX)(8:1)
              MOVE WRK-NIGHT-CUTOFF(7:2)
                TO WNT-CUTOFF-ISO(WRK-NIGHT-IX)(9:2)
           END-PERFORM
           MOVE WNT-CUTOFF-ISO(2) TO FC-CUTOFF-2
           MOVE WNT-CUTOFF-ISO(3) TO FC-CUTOFF-3
           MOVE WNT-CUTOFF-ISO(4) TO FC-CUTOFF-4
           MOVE WNT-CUTOFF-ISO(5) TO FC-CUTOFF-5
           MOVE WNT-CUTOFF-ISO(6) TO FC-CUTOFF-6
           MOVE WNT-CUTOFF-ISO(7) TO FC-CUTOFF-7.
      ****************************************************************
       FIND-NEXT-BUSINESS-DAY.
      *    WRK-NIGHT-INT holds the day before, as an integer date.
           MOVE 'Y' TO WRK-HOLIDAY-SW
           PERFORM UNTIL NOT DATE-IS-HOLIDAY
              ADD 1 TO WRK-NIGHT-INT
              COMPUTE WRK-NIGHT-DATE =
                      FUNCTION DATE-OF-INTEGER(WRK-NIGHT-INT)
              MOVE 'N' TO WRK-HOLIDAY-SW
              MOVE 0 TO WRK-HOLIDAY-IX
              PERFORM UNTIL WRK-HOLIDAY-IX >= WRK-HOLIDAY-COUNT
                         OR DATE-IS-HOLIDAY
                 ADD 1 TO WRK-HOLIDAY-IX
                 IF WRK-HOLIDAY(WRK-HOLIDAY-IX) = WRK-NIGHT-DATE
                    MOVE 'Y' TO WRK-HOLIDAY-SW
                 END-IF
              END-PERFORM
           END-PERFORM.
      ****************************************************************
       CHECK-FOR-DOCS-TABLE.
           MOVE 'N' TO WRK-DOCS-EXIST-SW
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_docs'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ARCH-FORECAST: COULD NOT CHECK TAB1_DOCS'
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              IF WRK-TABLE-EXISTS > 0
                 MOVE 'Y' TO WRK-DOCS-EXIST-SW
              END-IF
           END-IF.
      ****************************************************************
       OPEN-PRINT-FILE.
           OPEN OUTPUT PRINT-FILE
           IF WRK-PRINT-FILE-STATUS NOT = "00"
              DISPLAY 'ARCH-FORECAST: UNABLE TO OPEN '
                      WRK-PRINT-FILE-PATH
                      ' STATUS ' WRK-PRINT-FILE-STATUS
           END-IF.
      ****************************************************************
       PRINT-REPORT-HEADER.
           ADD 1 TO WRK-PAGE-COUNT
           MOVE WRK-BIZ-DATE   TO H-BIZ-DATE
           MOVE FC-CUTOFF-DATE TO H-CUTOFF-DATE
           MOVE WRK-TODAY-8    TO H-REPORT-DATE
           MOVE WRK-PAGE-COUNT TO H-PAGE
           MOVE HEADER-LINE-1 TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WRK-COLUMN-HEADER TO PRINT-RECORD
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
       PRINT-AGING.
           MOVE AGING-HEADER TO WRK-COLUMN-HEADER
           PERFORM PRINT-REPORT-HEADER
           INITIALIZE WRK-CAT-BUCKETS
           INITIALIZE WRK-ALL-BUCKETS
           EXEC SQL
              OPEN AGETAB
           END-EXEC
           MOVE 'N' TO WRK-READ-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH NEXT AGETAB INTO
                    :FC-COL-3, :FC-BUCKET, :FC-ROWS, :FC-SUM
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WRK-READ-EOF-SW
                 WHEN 0
      *             Input arrives ordered by category, so a category
      *             change is a control break.
                    IF NOT FIRST-CATEGORY
                       AND FC-COL-3 NOT = WRK-PREV-COL-3
                       PERFORM PRINT-CATEGORY-AGING
                    END-IF
                    MOVE 'N' TO WRK-FIRST-CAT-SW
                    MOVE FC-COL-3 TO WRK-PREV-COL-3
                    ADD FC-ROWS TO WCB-ROWS(FC-BUCKET)
                                   WAB-ROWS(FC-BUCKET)
                    ADD FC-SUM  TO WCB-SUM(FC-BUCKET)
                                   WAB-SUM(FC-BUCKET)
                 WHEN OTHER
                    MOVE 'Y' TO WRK-READ-EOF-SW
                    PERFORM REPORT-SQL-TROUBLE
              END-EVALUATE
           END-PERFORM
           EXEC SQL
              CLOSE AGETAB
           END-EXEC
           IF NOT FIRST-CATEGORY
              PERFORM PRINT-CATEGORY-AGING
           END-IF
           MOVE WRK-ALL-BUCKETS TO WRK-CAT-BUCKETS
           MOVE SPACES TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE SPACES TO AGING-LINE
           MOVE 'ALL' TO A-ALL-LABEL
           PERFORM PRINT-AGING-PAIR.
      ****************************************************************
       PRINT-CATEGORY-AGING.
           MOVE SPACES TO AGING-LINE
           MOVE WRK-PREV-COL-3 TO A-COL-3
           PERFORM PRINT-AGING-PAIR
           INITIALIZE WRK-CAT-BUCKETS.
      ****************************************************************
       PRINT-AGING-PAIR.
      *    One line of row counts and one of COL-2 sums, bucket by
      *    bucket with the total in the sixth column.
           MOVE 'ROWS' TO A-WHAT
           MOVE 0 TO WRK-LINE-ROWS
           MOVE 0 TO WRK-BUCKET-IX
           PERFORM UNTIL WRK-BUCKET-IX >= 5
              ADD 1 TO WRK-BUCKET-IX
              MOVE WCB-ROWS(WRK-BUCKET-IX) TO A-ROWS(WRK-BUCKET-IX)
              ADD WCB-ROWS(WRK-BUCKET-IX) TO WRK-LINE-ROWS
           END-PERFORM
           MOVE WRK-LINE-ROWS TO A-ROWS(6)
           MOVE AGING-LINE TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE SPACES TO A-ALL-LABEL
           MOVE 'COL-2 SUM' TO A-WHAT
           MOVE 0 TO WRK-LINE-SUM
           MOVE 0 TO WRK-BUCKET-IX
           PERFORM UNTIL WRK-BUCKET-IX >= 5
              ADD 1 TO WRK-BUCKET-IX
              MOVE WCB-SUM(WRK-BUCKET-IX) TO A-SUM(WRK-BUCKET-IX)
              ADD WCB-SUM(WRK-BUCKET-IX) TO WRK-LINE-SUM
           END-PERFORM
           MOVE WRK-LINE-SUM TO A-SUM(6)
           MOVE AGING-LINE TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE.
      ****************************************************************
       PRINT-FORECAST.
           MOVE FORECAST-HEADER TO WRK-COLUMN-HEADER
           PERFORM PRINT-REPORT-HEADER
           MOVE 0 TO WRK-CARRY-ROWS
           MOVE 1 TO WRK-CURR-NIGHT
           EXEC SQL
              OPEN FCSTTAB
           END-EXEC
           MOVE 'N' TO WRK-READ-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH NEXT FCSTTAB INTO
                    :FC-COL-1, :FC-COL-2, :FC-COL-3, :FC-LOAD-DATE,
                    :FC-LAST-ACTIVITY, :FC-AGE-DAYS, :FC-NIGHT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WRK-READ-EOF-SW
                 WHEN 0
                    PERFORM UNTIL WRK-CURR-NIGHT >= FC-NIGHT
                       PERFORM PRINT-NIGHT-TOTAL
                       ADD 1 TO WRK-CURR-NIGHT
                    END-PERFORM
                    PERFORM PRINT-ONE-FORECAST-ROW
                 WHEN OTHER
                    MOVE 'Y' TO WRK-READ-EOF-SW
                    PERFORM REPORT-SQL-TROUBLE
              END-EVALUATE
           END-PERFORM
           EXEC SQL
              CLOSE FCSTTAB
           END-EXEC
      *    Every night gets its subtotal, rows or no rows.
           PERFORM UNTIL WRK-CURR-NIGHT > 7
              PERFORM PRINT-NIGHT-TOTAL
              ADD 1 TO WRK-CURR-NIGHT
           END-PERFORM
           MOVE SPACES TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE WRK-FCST-ROWS    TO FT-ROWS
           MOVE WRK-FCST-SUM     TO FT-SUM
           MOVE WRK-FCST-FLAGGED TO FT-FLAGGED
           MOVE WRK-FCST-HELD    TO FT-HELD
           MOVE FORECAST-TOTAL-LINE TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE.
      ****************************************************************
       PRINT-ONE-FORECAST-ROW.
           MOVE SPACES TO F-FLAGS
           MOVE 1 TO WRK-FLAG-PTR
           MOVE 'N' TO WRK-ROW-FLAGGED-SW
           MOVE 0 TO FC-DOC-COUNT
           IF DOCS-TABLE-EXISTS
              EXEC SQL
                   SELECT COUNT(*) INTO :FC-DOC-COUNT
                     FROM TAB1_DOCS
                    WHERE COL_1 = :FC-COL-1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WRK-READ-EOF-SW
                 PERFORM REPORT-SQL-TROUBLE
              END-IF
           END-IF
           CALL "HOLD-CHECK" USING FC-COL-1 WRK-HOLD-PROGRAM
                                   WRK-HOLD-ACTION
                                   WRK-HOLD-CASE-REF
                                   WRK-HOLD-RESULT
           IF FC-DOC-COUNT > 0
              STRING 'DOCS ' DELIMITED BY SIZE
                 INTO F-FLAGS WITH POINTER WRK-FLAG-PTR
              MOVE 'Y' TO WRK-ROW-FLAGGED-SW
           END-IF
           IF FC-COL-2 > WRK-LARGE-BALANCE
              STRING 'LARGE ' DELIMITED BY SIZE
                 INTO F-FLAGS WITH POINTER WRK-FLAG-PTR
              MOVE 'Y' TO WRK-ROW-FLAGGED-SW
           END-IF
           IF WRK-HOLD-RESULT NOT = 0
              STRING 'HELD' DELIMITED BY SIZE
                 INTO F-FLAGS WITH POINTER WRK-FLAG-PTR
              ADD 1 TO WRK-NIGHT-HELD WRK-FCST-HELD
           ELSE
              ADD 1        TO WRK-NIGHT-ROWS WRK-FCST-ROWS
              ADD FC-COL-2 TO WRK-NIGHT-SUM WRK-FCST-SUM
              IF FC-DOC-COUNT > 0
                 ADD 1 TO WRK-NIGHT-DOCS
              END-IF
              IF FC-COL-2 > WRK-LARGE-BALANCE
                 ADD 1 TO WRK-NIGHT-LARGE
              END-IF
              IF ROW-FLAGGED
                 ADD 1 TO WRK-FCST-FLAGGED
              END-IF
           END-IF
           MOVE FC-NIGHT         TO F-NIGHT
           MOVE FC-COL-1         TO F-COL-1
           MOVE FC-COL-3         TO F-COL-3
           MOVE FC-LOAD-DATE     TO F-LOAD-DATE
           MOVE FC-LAST-ACTIVITY TO F-LAST-ACTIVITY
           MOVE FC-AGE-DAYS      TO F-AGE-DAYS
           MOVE FC-COL-2         TO F-COL-2
           MOVE FC-DOC-COUNT     TO F-DOC-COUNT
           MOVE FORECAST-LINE TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE.
      ****************************************************************
       PRINT-NIGHT-TOTAL.
      *    Night N's business date and cutoff, as
      *    BUILD-NIGHT-CALENDAR stepped them over the holidays.
           MOVE WRK-CURR-NIGHT   TO N-NIGHT
           MOVE WNT-DATE(WRK-CURR-NIGHT)   TO N-NIGHT-DATE
           MOVE WNT-CUTOFF(WRK-CURR-NIGHT) TO N-NIGHT-CUTOFF
           MOVE WRK-NIGHT-ROWS   TO N-ROWS
           MOVE WRK-NIGHT-SUM    TO N-SUM
           MOVE WRK-NIGHT-DOCS   TO N-DOCS
           MOVE WRK-NIGHT-LARGE  TO N-LARGE
           MOVE WRK-NIGHT-HELD   TO N-HELD
           MOVE NIGHT-TOTAL-LINE TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           IF WRK-MAX-ROWS > 0
              COMPUTE WRK-BACKLOG-ROWS =
                 WRK-CARRY-ROWS + WRK-NIGHT-ROWS
              IF WRK-BACKLOG-ROWS > WRK-MAX-ROWS
                 COMPUTE WRK-CARRY-ROWS =
                    WRK-BACKLOG-ROWS - WRK-MAX-ROWS
                 MOVE WRK-CARRY-ROWS TO TL-CARRY
                 MOVE THROTTLE-LINE TO PRINT-RECORD
                 PERFORM WRITE-REGISTER-LINE
              ELSE
                 MOVE 0 TO WRK-CARRY-ROWS
              END-IF
           END-IF
           MOVE SPACES TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE 0 TO WRK-NIGHT-ROWS
           MOVE 0 TO WRK-NIGHT-SUM
           MOVE 0 TO WRK-NIGHT-DOCS
           MOVE 0 TO WRK-NIGHT-LARGE
           MOVE 0 TO WRK-NIGHT-HELD.
      ****************************************************************
       REPORT-SQL-TROUBLE.
           DISPLAY 'ARCH-FORECAST: SQL TROUBLE'
           DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           MOVE 'ARCH-FCST' TO WRK-AUDIT-SOURCE
           MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                  WRK-AUDIT-MESSAGE
           MOVE 'Y' TO WRK-SQL-TROUBLE-SW.
