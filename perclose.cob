       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PERIOD-CLOSE.
      ****************************************************************
      * PERIOD-CLOSE - formal month-end close. The action comes from
      * CLOSE_ACTION:
      *   CLOSE  (default) - copy every TAB1 key's COL-2, COL-3 and
      *          CHANGE_DATE into TAB1_CLOSEBAL stamped with the
      *          period, reconcile that copy category by category
      *          (row count and COL-2 sum) against the TAB1_CATSNAP
      *          snapshot SUMMARY-TAB1 stored for the period end, and
      *          - only if every category agrees - mark the period
      *          CLOSED in TAB1_PERIODCTL. Out of balance, nothing is
      *          kept and the period stays open; the register shows
      *          which categories disagree. A period already closed
      *          is refused.
      *   REOPEN - set a closed period back to OPEN. Refused without
      *          CLOSE_REOPEN_REASON; the reason and the operator go
      *          to AUDITLOG and onto the control row. A later CLOSE
      *          replaces the period's closing balances.
      *   LIST   - print every period on TAB1_PERIODCTL; touches
      *          nothing.
      *   CLOSE_PERIOD     YYYYMM (default: the month ending today if
      *                    today is a month end, otherwise the month
      *                    just ended); a month not yet ended is
      *                    refused
      *   CLOSE_SNAP_DATE  TAB1_CATSNAP date to reconcile against
      *                    (default: the period's last day)
      *   CLOSE_PRINT_FILE close register (default "tab1close.rpt")
      * Once a period is closed, MAINTAIN-TAB1, BATCH-MAINT,
      * MAINT-REVIEW and REJECT-RECYCLE hold any transaction that
      * belongs to it (see PERIOD-CHECK) instead of applying it.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - closed / reopened / listed
      *   4 - out of balance against TAB1_CATSNAP, period not closed
      *   8 - connect/lock failure, refused (already closed, not
      *       closed, month not ended, no snapshot, no reopen
      *       reason), file-open failure, or SQL abort
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
       01  PD-PERIOD          PIC X(6).
       01  PD-PERIOD-END      PIC X(8).
       01  PD-SNAP-DATE       PIC X(8).
       01  PD-STATUS          PIC X(8).
       01  PD-ROW-COUNT       PIC 9(9).
       01  PD-COL-2-SUM       PIC 9(14)V9(5).
       01  PD-CLOSED-TS       PIC X(14).
       01  PD-CLOSED-BY       PIC X(12).
       01  PD-REOPENED-TS     PIC X(14).
       01  PD-REOPENED-BY     PIC X(12).
       01  PD-REOPEN-REASON   PIC X(60).
       01  RC-COL-3           PIC 9(6).
       01  RC-CLOSE-ROWS      PIC 9(9).
       01  RC-CLOSE-SUM       PIC 9(14)V9(5).
       01  RC-SNAP-ROWS       PIC 9(9).
       01  RC-SNAP-SUM        PIC 9(14)V9(5).
       01  WRK-SNAP-COUNT     PIC 9(9) COMP.
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
       01  WRK-ACTION-PARM       PIC X(8) VALUE SPACES.
           88 ACTION-CLOSE           VALUE 'CLOSE', SPACES.
           88 ACTION-REOPEN          VALUE 'REOPEN'.
           88 ACTION-LIST            VALUE 'LIST'.
       01  WRK-PERIOD-PARM       PIC X(6).
       01  WRK-SNAP-DATE-PARM    PIC X(8).
       01  WRK-REOPEN-REASON     PIC X(60) VALUE SPACES.
       01  WRK-OPERATOR          PIC X(12) VALUE SPACES.
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
           88 ACTION-REFUSED         VALUE 'Y'.
       01  WRK-OUT-OF-BAL-SW     PIC X VALUE 'N'.
           88 OUT-OF-BALANCE         VALUE 'Y'.
       01  WRK-CAT-COUNT         PIC 9(9) VALUE 0.
       01  WRK-CAT-DIFF-COUNT    PIC 9(9) VALUE 0.
       01  WRK-TOT-CLOSE-ROWS    PIC 9(9) VALUE 0.
       01  WRK-TOT-CLOSE-SUM     PIC 9(14)V9(5) VALUE 0.
       01  WRK-TOT-SNAP-ROWS     PIC 9(9) VALUE 0.
       01  WRK-TOT-SNAP-SUM      PIC 9(14)V9(5) VALUE 0.
       01  WRK-LIST-COUNT        PIC 9(9) VALUE 0.
       01  WRK-STATS-PROGRAM     PIC X(12).
       01  WRK-STATS-IN          PIC 9(9).
       01  WRK-STATS-OUT         PIC 9(9).
       01  WRK-STATS-REJ         PIC 9(9).
       01  WRK-STATS-STATUS      PIC X(8).
       01  WRK-AUDIT-SOURCE      PIC X(12).
       01  WRK-AUDIT-MESSAGE     PIC X(80).
       01  WRK-AUDIT-SQLCODE     PIC S9(9) COMP-5.
       01  WRK-EVENT-PROGRAM     PIC X(12).
       01  WRK-EVENT-SEVERITY    PIC X(8).
       01  WRK-EVENT-CODE        PIC X(8).
       01  WRK-EVENT-SUBJECT     PIC X(20).
       01  WRK-EVENT-TEXT        PIC X(60).
       01  WRK-LOCK-ACTION       PIC X(1).
       01  WRK-LOCK-PROGRAM      PIC X(12) VALUE 'PERIOD-CLOSE'.
       01  WRK-LOCK-RESULT       PIC S9(9) VALUE 0.

       01  HEADER-LINE-1.
           05 FILLER             PIC X(30)
              VALUE 'PERIOD CLOSE REGISTER'.
           05 FILLER             PIC X(7)  VALUE 'PERIOD '.
           05 H-PERIOD           PIC X(6).
           05 FILLER             PIC X(17) VALUE '   SNAPSHOT DATE '.
           05 H-SNAP-DATE        PIC X(8).
           05 FILLER             PIC X(7)  VALUE '   RUN '.
           05 H-RUN-DATE         PIC 9(8).
       01  HEADER-LINE-2.
           05 FILLER             PIC X(10) VALUE 'CATEGORY'.
           05 FILLER             PIC X(12) VALUE '  CLOSE ROWS'.
           05 FILLER             PIC X(22)
              VALUE '         CLOSE COL-2'.
           05 FILLER             PIC X(12) VALUE '   SNAP ROWS'.
           05 FILLER             PIC X(22)
              VALUE '          SNAP COL-2'.
           05 FILLER             PIC X(10) VALUE '  RESULT'.
       01  DETAIL-LINE.
           05 D-COL-3            PIC 9(6).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 D-CLOSE-ROWS       PIC Z(8)9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 D-CLOSE-SUM        PIC Z(13)9.99999.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 D-SNAP-ROWS        PIC Z(8)9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 D-SNAP-SUM         PIC Z(13)9.99999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-RESULT           PIC X(12).
       01  LIST-HEADER-LINE.
           05 FILLER             PIC X(8)  VALUE 'PERIOD'.
           05 FILLER             PIC X(9)  VALUE 'STATUS'.
           05 FILLER             PIC X(10) VALUE '      ROWS'.
           05 FILLER             PIC X(22)
              VALUE '         CLOSING COL-2'.
           05 FILLER             PIC X(16) VALUE '  CLOSED'.
           05 FILLER             PIC X(13) VALUE 'BY'.
           05 FILLER             PIC X(16) VALUE 'REOPENED'.
           05 FILLER             PIC X(12) VALUE 'REASON'.
       01  LIST-LINE.
           05 L-PERIOD           PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 L-STATUS           PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 L-ROW-COUNT        PIC Z(8)9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 L-COL-2-SUM        PIC Z(13)9.99999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 L-CLOSED-TS        PIC X(14).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 L-CLOSED-BY        PIC X(12).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 L-REOPENED-TS      PIC X(14).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 L-REOPEN-REASON    PIC X(30).
       01  TOTAL-LINE.
           05 T-LABEL            PIC X(10).
           05 T-CLOSE-ROWS       PIC Z(8)9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 T-CLOSE-SUM        PIC Z(13)9.99999.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 T-SNAP-ROWS        PIC Z(8)9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 T-SNAP-SUM         PIC Z(13)9.99999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 T-RESULT           PIC X(30).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *    Closing copy against the snapshot, one line per category
      *    either side has - a category only one side knows is a
      *    difference like any other.
           EXEC SQL DECLARE
              RECONCUR CURSOR FOR
                 SELECT COALESCE(B.COL_3, S.COL_3),
                        COALESCE(B.ROW_COUNT, 0),
                        COALESCE(B.COL_2_SUM, 0),
                        COALESCE(S.ROW_COUNT, 0),
                        COALESCE(S.COL_2_SUM, 0)
                   FROM (SELECT COALESCE(COL_3, 0) AS COL_3,
                                COUNT(*) AS ROW_COUNT,
                                SUM(COL_2) AS COL_2_SUM
                           FROM TAB1_CLOSEBAL
                          WHERE PERIOD = :PD-PERIOD
                          GROUP BY 1) B
                   FULL OUTER JOIN
                        (SELECT COL_3, ROW_COUNT, COL_2_SUM
                           FROM TAB1_CATSNAP
                          WHERE SNAP_DATE = :PD-SNAP-DATE) S
                     ON B.COL_3 = S.COL_3
                  ORDER BY 1
           END-EXEC
           EXEC SQL DECLARE
              PERIODCUR CURSOR FOR
                 SELECT PERIOD, STATUS,
                        COALESCE(ROW_COUNT, 0),
                        COALESCE(COL_2_SUM, 0),
                        COALESCE(CLOSED_TS, ' '),
                        COALESCE(CLOSED_BY, ' '),
                        COALESCE(REOPENED_TS, ' '),
                        COALESCE(REOPEN_REASON, ' ')
                   FROM TAB1_PERIODCTL
                  ORDER BY PERIOD
           END-EXEC
           MOVE 0 TO SQLCODE
           MOVE 0 TO DB-RETURN-CODE
           ACCEPT WRK-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TODAY-8      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           PERFORM READ-PARAMETERS
           IF ACTION-REFUSED
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'PERIOD-CLOSE: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           IF WRK-LOCK-RESULT NOT = 0
              DISPLAY 'PERIOD-CLOSE: TAB1 WRITE LOCK NOT ACQUIRED '
                      '- NOTHING CLOSED'
              EXEC SQL
                 DISCONNECT ALL
              END-EXEC
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CREATE-CLOSE-TABLES-IF-MISSING
           IF NOT SQL-TROUBLE
              PERFORM OPEN-PRINT-FILE
              IF WRK-PRINT-FILE-STATUS = "00"
                 EVALUATE TRUE
                    WHEN ACTION-REOPEN
                       PERFORM REOPEN-PERIOD
                    WHEN ACTION-LIST
                       PERFORM LIST-PERIODS
                    WHEN OTHER
                       PERFORM CLOSE-PERIOD
                 END-EVALUATE
                 CLOSE PRINT-FILE
              END-IF
           END-IF
           EXEC SQL
              DISCONNECT ALL
           END-EXEC
           PERFORM RELEASE-RUN-LOCK
           PERFORM RECORD-RUN-STATS
           EVALUATE TRUE
              WHEN SQL-TROUBLE
                 MOVE 8 TO RETURN-CODE
              WHEN ACTION-REFUSED
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-PRINT-FILE-STATUS NOT = "00"
                 MOVE 8 TO RETURN-CODE
              WHEN OUT-OF-BALANCE
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      ****************************************************************
       RECORD-RUN-STATS.
           MOVE 'PERIOD-CLOSE' TO WRK-STATS-PROGRAM
           MOVE WRK-TOT-CLOSE-ROWS TO WRK-STATS-IN
           MOVE WRK-CAT-COUNT TO WRK-STATS-OUT
           MOVE WRK-CAT-DIFF-COUNT TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN SQL-TROUBLE
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN ACTION-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN WRK-PRINT-FILE-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN OUT-OF-BALANCE
                 MOVE 'OUTOFBAL' TO WRK-STATS-STATUS
              WHEN OTHER
                 MOVE 'COMPLETE' TO WRK-STATS-STATUS
           END-EVALUATE
           CALL "RUNSTATS" USING WRK-STATS-PROGRAM WRK-START-TS
                                  WRK-STATS-IN WRK-STATS-OUT
                                  WRK-STATS-REJ WRK-STATS-STATUS
           IF WRK-STATS-STATUS = 'OUTOFBAL'
              PERFORM RAISE-BALANCE-EVENT
           END-IF.
      ****************************************************************
       RAISE-BALANCE-EVENT.
           MOVE 'PERIOD-CLOSE' TO WRK-EVENT-PROGRAM
           MOVE 'MAJOR'    TO WRK-EVENT-SEVERITY
           MOVE 'BALSTOP'  TO WRK-EVENT-CODE
           MOVE PD-PERIOD TO WRK-EVENT-SUBJECT
           MOVE 'PERIOD CLOSING COPY OUT OF BALANCE AGAINST TAB1'
             TO WRK-EVENT-TEXT
           CALL "EVENT-RAISE" USING WRK-EVENT-PROGRAM
                                     WRK-EVENT-SEVERITY
                                     WRK-EVENT-CODE
                                     WRK-EVENT-SUBJECT
                                     WRK-EVENT-TEXT.
      ****************************************************************
       ACQUIRE-RUN-LOCK.
      *    The shared TAB1 write lock - see runlock.cob. Held while
      *    the closing copy is taken so no maintenance lands halfway
      *    through it.
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
              DISPLAY 'PERIOD-CLOSE: CONNECTED - ENVIRONMENT '
                      WRK-ENV-CODE
           ELSE
              DISPLAY 'PERIOD-CLOSE: CONNECT FAILED, RETURN CODE = '
                      DB-RETURN-CODE
           END-IF.
      ****************************************************************
       READ-PARAMETERS.
           MOVE SPACES TO WRK-ACTION-PARM
           ACCEPT WRK-ACTION-PARM FROM ENVIRONMENT "CLOSE_ACTION"
           MOVE FUNCTION UPPER-CASE(WRK-ACTION-PARM)
                TO WRK-ACTION-PARM
           IF NOT ACTION-CLOSE AND NOT ACTION-REOPEN
              AND NOT ACTION-LIST
              DISPLAY 'PERIOD-CLOSE: UNKNOWN CLOSE_ACTION "'
                      WRK-ACTION-PARM '"'
              MOVE 'Y' TO WRK-REFUSED-SW
           END-IF
           MOVE SPACES TO WRK-REOPEN-REASON
           ACCEPT WRK-REOPEN-REASON
                  FROM ENVIRONMENT "CLOSE_REOPEN_REASON"
           IF ACTION-REOPEN AND WRK-REOPEN-REASON = SPACES
              DISPLAY 'PERIOD-CLOSE: REOPEN NEEDS CLOSE_REOPEN_REASON'
                      ' - NOTHING TOUCHED'
              MOVE 'Y' TO WRK-REFUSED-SW
           END-IF
           MOVE SPACES TO WRK-OPERATOR
           ACCEPT WRK-OPERATOR FROM ENVIRONMENT "LOGNAME"
           MOVE SPACES TO WRK-PRINT-FILE-PATH
           ACCEPT WRK-PRINT-FILE-PATH
                  FROM ENVIRONMENT "CLOSE_PRINT_FILE"
           IF WRK-PRINT-FILE-PATH = SPACES
              MOVE "tab1close.rpt" TO WRK-PRINT-FILE-PATH
           END-IF
           IF NOT ACTION-REFUSED AND NOT ACTION-LIST
              PERFORM ESTABLISH-PERIOD
           END-IF.
      ****************************************************************
       ESTABLISH-PERIOD.
      *    Same default ACCRUE-TAB1 takes: the month ending today
      *    when today is a month end, else the month just ended.
           MOVE SPACES TO WRK-PERIOD-PARM
           ACCEPT WRK-PERIOD-PARM FROM ENVIRONMENT "CLOSE_PERIOD"
           IF WRK-PERIOD-PARM = SPACES
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
                 DISPLAY 'PERIOD-CLOSE: CLOSE_PERIOD "'
                         WRK-PERIOD-PARM '" IS NOT YYYYMM'
                 MOVE 'Y' TO WRK-REFUSED-SW
              END-IF
           END-IF
           IF NOT ACTION-REFUSED
              MOVE WRK-PERIOD-YEAR  TO PD-PERIOD(1:4)
              MOVE WRK-PERIOD-MONTH TO PD-PERIOD(5:2)
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
              MOVE WRK-DATE-8 TO PD-PERIOD-END
              MOVE SPACES TO WRK-SNAP-DATE-PARM
              ACCEPT WRK-SNAP-DATE-PARM
                     FROM ENVIRONMENT "CLOSE_SNAP_DATE"
              IF WRK-SNAP-DATE-PARM = SPACES
                 MOVE PD-PERIOD-END TO PD-SNAP-DATE
              ELSE
                 MOVE WRK-SNAP-DATE-PARM TO PD-SNAP-DATE
              END-IF
              IF ACTION-CLOSE AND WRK-DATE-8 > WRK-TODAY-8
                 DISPLAY 'PERIOD-CLOSE: PERIOD ' PD-PERIOD
                         ' HAS NOT ENDED (ENDS ' PD-PERIOD-END
                         ') - NOT CLOSED'
                 MOVE 'Y' TO WRK-REFUSED-SW
              END-IF
           END-IF.
      ****************************************************************
       CREATE-CLOSE-TABLES-IF-MISSING.
      *    Same idempotent create-if-missing pattern the companion
      *    tables use.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_periodctl'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'PERIOD-CLOSE: COULD NOT CHECK TAB1_PERIODCTL'
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              IF WRK-TABLE-EXISTS = 0
                 DISPLAY 'PERIOD-CLOSE: CREATE TABLE TAB1_PERIODCTL'
                 EXEC SQL
                      CREATE TABLE TAB1_PERIODCTL
                      (
                       PERIOD         CHAR(6) PRIMARY KEY,
                       STATUS         CHAR(8),
                       PERIOD_END     CHAR(8),
                       SNAP_DATE      CHAR(8),
                       ROW_COUNT      INT,
                       COL_2_SUM      NUMERIC(19,5),
                       CLOSED_TS      CHAR(14),
                       CLOSED_BY      CHAR(12),
                       REOPENED_TS    CHAR(14),
                       REOPENED_BY    CHAR(12),
                       REOPEN_REASON  VARCHAR(60)
                      )
                 END-EXEC
                 IF SQLCODE = 0
                    EXEC SQL
                       COMMIT WORK
                    END-EXEC
                 ELSE
                    DISPLAY 'CREATE TABLE TAB1_PERIODCTL TROUBLE'
                    PERFORM REPORT-SQL-TROUBLE
                 END-IF
              END-IF
           END-IF
           IF NOT SQL-TROUBLE
              MOVE 0 TO WRK-TABLE-EXISTS
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                     FROM INFORMATION_SCHEMA.TABLES
                    WHERE TABLE_NAME = 'tab1_closebal'
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'PERIOD-CLOSE: COULD NOT CHECK TAB1_CLOSEBAL'
                 PERFORM REPORT-SQL-TROUBLE
              ELSE
                 IF WRK-TABLE-EXISTS = 0
                    DISPLAY 'PERIOD-CLOSE: CREATE TABLE TAB1_CLOSEBAL'
                    EXEC SQL
                         CREATE TABLE TAB1_CLOSEBAL
                         (
                          PERIOD       CHAR(6),
                          COL_1        CHAR(20),
                          COL_2        NUMERIC(10,5),
                          COL_3        INT,
                          CHANGE_DATE  DATE,
                          PRIMARY KEY (PERIOD, COL_1)
                         )
                    END-EXEC
                    IF SQLCODE = 0
                       EXEC SQL
                          COMMIT WORK
                       END-EXEC
                    ELSE
                       DISPLAY 'CREATE TABLE TAB1_CLOSEBAL TROUBLE'
                       PERFORM REPORT-SQL-TROUBLE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       OPEN-PRINT-FILE.
           OPEN OUTPUT PRINT-FILE
           IF WRK-PRINT-FILE-STATUS NOT = "00"
              DISPLAY 'PERIOD-CLOSE: UNABLE TO OPEN '
                      WRK-PRINT-FILE-PATH
                      ' STATUS ' WRK-PRINT-FILE-STATUS
           END-IF.
      ****************************************************************
       FETCH-PERIOD-STATUS.
           MOVE SPACES TO PD-STATUS
           EXEC SQL
                SELECT STATUS INTO :PD-STATUS
                  FROM TAB1_PERIODCTL
                 WHERE PERIOD = :PD-PERIOD
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE SPACES TO PD-STATUS
              WHEN OTHER
                 PERFORM REPORT-SQL-TROUBLE
           END-EVALUATE.
      ****************************************************************
       CLOSE-PERIOD.
           PERFORM FETCH-PERIOD-STATUS
           IF NOT SQL-TROUBLE AND PD-STATUS = 'CLOSED'
              DISPLAY 'PERIOD-CLOSE: PERIOD ' PD-PERIOD
                      ' IS ALREADY CLOSED - REOPEN IT FIRST'
              MOVE 'Y' TO WRK-REFUSED-SW
           END-IF
           IF NOT SQL-TROUBLE AND NOT ACTION-REFUSED
              PERFORM CHECK-SNAPSHOT-EXISTS
           END-IF
           IF NOT SQL-TROUBLE AND NOT ACTION-REFUSED
              PERFORM TAKE-CLOSING-COPY
           END-IF
           IF NOT SQL-TROUBLE AND NOT ACTION-REFUSED
              PERFORM RECONCILE-TO-SNAPSHOT
           END-IF
           IF NOT SQL-TROUBLE AND NOT ACTION-REFUSED
              IF OUT-OF-BALANCE
                 EXEC SQL
                    ROLLBACK WORK
                 END-EXEC
                 DISPLAY 'PERIOD-CLOSE: PERIOD ' PD-PERIOD
                         ' OUT OF BALANCE IN ' WRK-CAT-DIFF-COUNT
                         ' CATEGORY(IES) - NOT CLOSED, SEE '
                         WRK-PRINT-FILE-PATH
              ELSE
                 PERFORM MARK-PERIOD-CLOSED
              END-IF
           END-IF
           IF SQL-TROUBLE
              EXEC SQL
                 ROLLBACK WORK
              END-EXEC
           END-IF.
      ****************************************************************
       CHECK-SNAPSHOT-EXISTS.
           MOVE 0 TO WRK-SNAP-COUNT
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_catsnap'
           END-EXEC
           IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-SNAP-COUNT
                     FROM TAB1_CATSNAP
                    WHERE SNAP_DATE = :PD-SNAP-DATE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO WRK-SNAP-COUNT
              END-IF
           END-IF
           IF WRK-SNAP-COUNT = 0
              DISPLAY 'PERIOD-CLOSE: NO TAB1_CATSNAP SNAPSHOT FOR '
                      PD-SNAP-DATE ' - RUN SUMMARY-TAB1 FOR THE '
                      'PERIOD END OR SET CLOSE_SNAP_DATE'
              MOVE 'Y' TO WRK-REFUSED-SW
           END-IF.
      ****************************************************************
       TAKE-CLOSING-COPY.
      *    A period reopened and closed again gets a fresh copy -
      *    the previous one is replaced, not added to. Not committed
      *    here: the copy, the reconciliation and the CLOSED mark are
      *    one unit of work.
           EXEC SQL
              DELETE FROM TAB1_CLOSEBAL
               WHERE PERIOD = :PD-PERIOD
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              EXEC SQL
                 INSERT INTO TAB1_CLOSEBAL
                        (PERIOD, COL_1, COL_2, COL_3, CHANGE_DATE)
                 SELECT :PD-PERIOD, COL_1, COL_2, COL_3, CHANGE_DATE
                   FROM TAB1
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM REPORT-SQL-TROUBLE
              END-IF
           END-IF.
      ****************************************************************
       RECONCILE-TO-SNAPSHOT.
           MOVE PD-PERIOD   TO H-PERIOD
           MOVE PD-SNAP-DATE TO H-SNAP-DATE
           MOVE WRK-TODAY-8 TO H-RUN-DATE
           MOVE HEADER-LINE-1 TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE HEADER-LINE-2 TO PRINT-RECORD
           WRITE PRINT-RECORD
           EXEC SQL
              OPEN RECONCUR
           END-EXEC
           MOVE 'N' TO WRK-READ-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH NEXT RECONCUR INTO
                    :RC-COL-3, :RC-CLOSE-ROWS, :RC-CLOSE-SUM,
                    :RC-SNAP-ROWS, :RC-SNAP-SUM
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WRK-READ-EOF-SW
                 WHEN 0
                    PERFORM PRINT-RECONCILE-LINE
                 WHEN OTHER
                    MOVE 'Y' TO WRK-READ-EOF-SW
                    PERFORM REPORT-SQL-TROUBLE
              END-EVALUATE
           END-PERFORM
           EXEC SQL
              CLOSE RECONCUR
           END-EXEC
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'TOTAL'            TO T-LABEL
           MOVE WRK-TOT-CLOSE-ROWS TO T-CLOSE-ROWS
           MOVE WRK-TOT-CLOSE-SUM  TO T-CLOSE-SUM
           MOVE WRK-TOT-SNAP-ROWS  TO T-SNAP-ROWS
           MOVE WRK-TOT-SNAP-SUM   TO T-SNAP-SUM
           IF OUT-OF-BALANCE
              MOVE 'OUT OF BALANCE - NOT CLOSED' TO T-RESULT
           ELSE
              MOVE 'IN BALANCE' TO T-RESULT
           END-IF
           IF SQL-TROUBLE
              MOVE 'INCOMPLETE - SQL ERROR' TO T-RESULT
           END-IF
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD.
      ****************************************************************
       PRINT-RECONCILE-LINE.
           ADD 1 TO WRK-CAT-COUNT
           ADD RC-CLOSE-ROWS TO WRK-TOT-CLOSE-ROWS
           ADD RC-CLOSE-SUM  TO WRK-TOT-CLOSE-SUM
           ADD RC-SNAP-ROWS  TO WRK-TOT-SNAP-ROWS
           ADD RC-SNAP-SUM   TO WRK-TOT-SNAP-SUM
           MOVE RC-COL-3      TO D-COL-3
           MOVE RC-CLOSE-ROWS TO D-CLOSE-ROWS
           MOVE RC-CLOSE-SUM  TO D-CLOSE-SUM
           MOVE RC-SNAP-ROWS  TO D-SNAP-ROWS
           MOVE RC-SNAP-SUM   TO D-SNAP-SUM
           IF RC-CLOSE-ROWS = RC-SNAP-ROWS
              AND RC-CLOSE-SUM = RC-SNAP-SUM
              MOVE 'MATCHED'  TO D-RESULT
           ELSE
              MOVE '*DIFFERS*' TO D-RESULT
              MOVE 'Y' TO WRK-OUT-OF-BAL-SW
              ADD 1 TO WRK-CAT-DIFF-COUNT
           END-IF
           MOVE DETAIL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD.
      ****************************************************************
       MARK-PERIOD-CLOSED.
           ACCEPT WRK-TS-TIME FROM TIME
           ACCEPT WRK-DATE-8 FROM DATE YYYYMMDD
           MOVE WRK-DATE-8       TO PD-CLOSED-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO PD-CLOSED-TS(9:6)
           MOVE WRK-OPERATOR       TO PD-CLOSED-BY
           MOVE WRK-TOT-CLOSE-ROWS TO PD-ROW-COUNT
           MOVE WRK-TOT-CLOSE-SUM  TO PD-COL-2-SUM
           IF PD-STATUS = SPACES
              EXEC SQL
                 INSERT INTO TAB1_PERIODCTL
                        (PERIOD, STATUS, PERIOD_END, SNAP_DATE,
                         ROW_COUNT, COL_2_SUM, CLOSED_TS, CLOSED_BY)
                 VALUES (:PD-PERIOD, 'CLOSED', :PD-PERIOD-END,
                         :PD-SNAP-DATE, :PD-ROW-COUNT, :PD-COL-2-SUM,
                         :PD-CLOSED-TS, :PD-CLOSED-BY)
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE TAB1_PERIODCTL
                    SET STATUS    = 'CLOSED',
                        SNAP_DATE = :PD-SNAP-DATE,
                        ROW_COUNT = :PD-ROW-COUNT,
                        COL_2_SUM = :PD-COL-2-SUM,
                        CLOSED_TS = :PD-CLOSED-TS,
                        CLOSED_BY = :PD-CLOSED-BY
                  WHERE PERIOD = :PD-PERIOD
              END-EXEC
           END-IF
           IF SQLCODE = 0
              EXEC SQL
                 COMMIT WORK
              END-EXEC
              DISPLAY 'PERIOD-CLOSE: PERIOD ' PD-PERIOD ' CLOSED - '
                      WRK-TOT-CLOSE-ROWS ' CLOSING BALANCE(S)'
              MOVE 'PERIOD-CLOSE' TO WRK-AUDIT-SOURCE
              MOVE 0 TO WRK-AUDIT-SQLCODE
              MOVE SPACES TO WRK-AUDIT-MESSAGE
              STRING 'PERIOD ' PD-PERIOD ' CLOSED BY ' WRK-OPERATOR
                 DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                     WRK-AUDIT-SQLCODE
                                     WRK-AUDIT-MESSAGE
           ELSE
              PERFORM REPORT-SQL-TROUBLE
           END-IF.
      ****************************************************************
       REOPEN-PERIOD.
           PERFORM FETCH-PERIOD-STATUS
           IF NOT SQL-TROUBLE AND PD-STATUS NOT = 'CLOSED'
              DISPLAY 'PERIOD-CLOSE: PERIOD ' PD-PERIOD
                      ' IS NOT CLOSED - NOTHING TO REOPEN'
              MOVE 'Y' TO WRK-REFUSED-SW
           END-IF
           IF NOT SQL-TROUBLE AND NOT ACTION-REFUSED
              ACCEPT WRK-TS-TIME FROM TIME
              ACCEPT WRK-DATE-8 FROM DATE YYYYMMDD
              MOVE WRK-DATE-8       TO PD-REOPENED-TS(1:8)
              MOVE WRK-TS-TIME(1:6) TO PD-REOPENED-TS(9:6)
              MOVE WRK-OPERATOR      TO PD-REOPENED-BY
              MOVE WRK-REOPEN-REASON TO PD-REOPEN-REASON
              EXEC SQL
                 UPDATE TAB1_PERIODCTL
                    SET STATUS        = 'OPEN',
                        REOPENED_TS   = :PD-REOPENED-TS,
                        REOPENED_BY   = :PD-REOPENED-BY,
                        REOPEN_REASON = :PD-REOPEN-REASON
                  WHERE PERIOD = :PD-PERIOD
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL
                    COMMIT WORK
                 END-EXEC
                 DISPLAY 'PERIOD-CLOSE: PERIOD ' PD-PERIOD
                         ' REOPENED - ' WRK-REOPEN-REASON
                 MOVE 'PERIOD-CLOSE' TO WRK-AUDIT-SOURCE
                 MOVE 0 TO WRK-AUDIT-SQLCODE
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'PERIOD ' PD-PERIOD ' REOPENED BY '
                        DELIMITED BY SIZE
                        WRK-OPERATOR DELIMITED BY SPACE
                        ' - ' WRK-REOPEN-REASON
                        DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                        WRK-AUDIT-SQLCODE
                                        WRK-AUDIT-MESSAGE
                 MOVE SPACES TO PRINT-RECORD
                 STRING 'PERIOD ' PD-PERIOD ' REOPENED ' PD-REOPENED-TS
                        ' BY ' WRK-OPERATOR ' - ' WRK-REOPEN-REASON
                        DELIMITED BY SIZE INTO PRINT-RECORD
                 WRITE PRINT-RECORD
              ELSE
                 PERFORM REPORT-SQL-TROUBLE
                 EXEC SQL
                    ROLLBACK WORK
                 END-EXEC
              END-IF
           END-IF.
      ****************************************************************
       LIST-PERIODS.
           MOVE SPACES TO PRINT-RECORD
           STRING 'CLOSED AND REOPENED PERIODS AS OF ' WRK-TODAY-8
              DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE LIST-HEADER-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           EXEC SQL
              OPEN PERIODCUR
           END-EXEC
           MOVE 'N' TO WRK-READ-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH NEXT PERIODCUR INTO
                    :PD-PERIOD, :PD-STATUS, :PD-ROW-COUNT,
                    :PD-COL-2-SUM, :PD-CLOSED-TS, :PD-CLOSED-BY,
                    :PD-REOPENED-TS, :PD-REOPEN-REASON
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WRK-READ-EOF-SW
                 WHEN 0
                    ADD 1 TO WRK-LIST-COUNT
                    MOVE PD-PERIOD        TO L-PERIOD
                    MOVE PD-STATUS        TO L-STATUS
                    MOVE PD-ROW-COUNT     TO L-ROW-COUNT
                    MOVE PD-COL-2-SUM     TO L-COL-2-SUM
                    MOVE PD-CLOSED-TS     TO L-CLOSED-TS
                    MOVE PD-CLOSED-BY     TO L-CLOSED-BY
                    MOVE PD-REOPENED-TS   TO L-REOPENED-TS
                    MOVE PD-REOPEN-REASON TO L-REOPEN-REASON
                    MOVE LIST-LINE TO PRINT-RECORD
                    WRITE PRINT-RECORD
                 WHEN OTHER
                    MOVE 'Y' TO WRK-READ-EOF-SW
                    PERFORM REPORT-SQL-TROUBLE
              END-EVALUATE
           END-PERFORM
           EXEC SQL
              CLOSE PERIODCUR
           END-EXEC
           DISPLAY 'PERIOD-CLOSE: ' WRK-LIST-COUNT
                   ' PERIOD(S) ON FILE - SEE ' WRK-PRINT-FILE-PATH.
      ****************************************************************
       REPORT-SQL-TROUBLE.
           DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           MOVE 'PERIOD-CLOSE' TO WRK-AUDIT-SOURCE
           MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                  WRK-AUDIT-MESSAGE
           MOVE 'Y' TO WRK-SQL-TROUBLE-SW.
