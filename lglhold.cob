       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LEGAL-HOLD.
      ****************************************************************
      * LEGAL-HOLD - maintains the legal-hold registry, TAB1_LEGALHOLD
      * (key, case reference, placed by, placed date, released
      * date), and reports on it. While a key has a hold with no
      * released date, nothing may move or destroy its data:
      * ARCHIVE-TAB1 and DOC-SWEEP skip it, a delete from BATCH-MAINT,
      * MAINTAIN-TAB1, MAINT-REVIEW or REJECT-RECYCLE goes to the
      * pending-approval hold file with reason "LEGAL HOLD", KEY-MOVE
      * refuses it and ERASE-TAB1 refuses with a certificate saying
      * why (see HOLD-CHECK). Every such refusal is logged to
      * TAB1_HOLDBLOCK. Both tables are created here if missing.
      * Driven by environment parameters like the other small batch
      * utilities:
      *   HOLD_ACTION    PLACE, RELEASE, LIST (active holds to the
      *                  console) or REPORT (the monthly report)
      *   HOLD_KEY       the customer key (PLACE/RELEASE)
      *   HOLD_CASE_REF  the legal case reference (PLACE/RELEASE) -
      *                  one key can be held by several cases and
      *                  stays held until the last is released
      *   HOLD_PERIOD    YYYYMM the report covers (REPORT; default
      *                  the month ending today if today is a month
      *                  end, otherwise the month just ended)
      *   HOLD_PRINT_FILE  report (default "legalhold.rpt")
      * The report lists every hold active at run time, the holds
      * released during the period, and every action a hold blocked
      * during the period. Placing and releasing go to AUDITLOG with
      * the operator (LOGNAME).
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - clean
      *   4 - hold already active (PLACE), no active hold to release
      *       (RELEASE), or nothing to list
      *   8 - connect failure, missing or bad parameters, file-open
      *       failure, or SQL abort
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
       01  LH-COL-1           PIC X(20).
       01  LH-CASE-REF        PIC X(20).
       01  LH-PLACED-BY       PIC X(12).
       01  LH-PLACED-DATE     PIC X(8).
       01  LH-RELEASED-DATE   PIC X(8).
       01  LH-DAYS-HELD       PIC 9(9).
       01  LB-BLOCK-TS        PIC X(14).
       01  LB-COL-1           PIC X(20).
       01  LB-CASE-REF        PIC X(20).
       01  LB-PROGRAM         PIC X(12).
       01  LB-ACTION          PIC X(20).
       01  LR-PERIOD          PIC X(6).
       01  WRK-KEY-COUNT      PIC 9(9) COMP.
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
       01  WRK-ACTION-PARM       PIC X(8) VALUE SPACES.
           88 ACTION-PLACE           VALUE 'PLACE'.
           88 ACTION-RELEASE         VALUE 'RELEASE'.
           88 ACTION-LIST            VALUE 'LIST', SPACES.
           88 ACTION-REPORT          VALUE 'REPORT'.
       01  WRK-KEY-PARM          PIC X(20) VALUE SPACES.
       01  WRK-CASE-PARM         PIC X(20) VALUE SPACES.
       01  WRK-PERIOD-PARM       PIC X(6).
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
       01  WRK-NOTFOUND-SW       PIC X VALUE 'N'.
           88 NOTHING-FOUND          VALUE 'Y'.
       01  WRK-ACTIVE-COUNT      PIC 9(9) VALUE 0.
       01  WRK-RELEASED-COUNT    PIC 9(9) VALUE 0.
       01  WRK-BLOCKED-COUNT     PIC 9(9) VALUE 0.
       01  WRK-STATS-PROGRAM     PIC X(12).
       01  WRK-STATS-IN          PIC 9(9).
       01  WRK-STATS-OUT         PIC 9(9).
       01  WRK-STATS-REJ         PIC 9(9).
       01  WRK-STATS-STATUS      PIC X(8).
       01  WRK-AUDIT-SOURCE      PIC X(12).
       01  WRK-AUDIT-MESSAGE     PIC X(80).
       01  WRK-AUDIT-SQLCODE     PIC S9(9) COMP-5.

       01  HEADER-LINE-1.
           05 FILLER             PIC X(30)
              VALUE 'LEGAL HOLD REPORT'.
           05 FILLER             PIC X(7)  VALUE 'PERIOD '.
           05 H-PERIOD           PIC X(6).
           05 FILLER             PIC X(7)  VALUE '   RUN '.
           05 H-RUN-DATE         PIC 9(8).
       01  SECTION-LINE.
           05 S-TITLE            PIC X(60).
       01  HOLD-HEADER-LINE.
           05 FILLER             PIC X(22) VALUE 'KEY'.
           05 FILLER             PIC X(22) VALUE 'CASE REFERENCE'.
           05 FILLER             PIC X(14) VALUE 'PLACED BY'.
           05 FILLER             PIC X(10) VALUE 'PLACED'.
           05 FILLER             PIC X(10) VALUE 'RELEASED'.
           05 FILLER             PIC X(10) VALUE ' DAYS HELD'.
       01  HOLD-LINE.
           05 HL-COL-1           PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 HL-CASE-REF        PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 HL-PLACED-BY       PIC X(12).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 HL-PLACED-DATE     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 HL-RELEASED-DATE   PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 HL-DAYS-HELD       PIC Z(8)9.
       01  BLOCK-HEADER-LINE.
           05 FILLER             PIC X(16) VALUE 'WHEN'.
           05 FILLER             PIC X(22) VALUE 'KEY'.
           05 FILLER             PIC X(22) VALUE 'CASE REFERENCE'.
           05 FILLER             PIC X(14) VALUE 'PROGRAM'.
           05 FILLER             PIC X(20) VALUE 'ACTION BLOCKED'.
       01  BLOCK-LINE.
           05 BL-BLOCK-TS        PIC X(14).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 BL-COL-1           PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 BL-CASE-REF        PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 BL-PROGRAM         PIC X(12).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 BL-ACTION          PIC X(20).
       01  TOTAL-LINE.
           05 T-LABEL            PIC X(36).
           05 T-COUNT            PIC Z(8)9.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           EXEC SQL DECLARE
              ACTIVECUR CURSOR FOR
                 SELECT COL_1, CASE_REF, COALESCE(PLACED_BY, ' '),
                        TO_CHAR(PLACED_DATE, 'YYYYMMDD'),
                        CURRENT_DATE - PLACED_DATE
                   FROM TAB1_LEGALHOLD
                  WHERE RELEASED_DATE IS NULL
                  ORDER BY COL_1, CASE_REF
           END-EXEC
           EXEC SQL DECLARE
              RELEASECUR CURSOR FOR
                 SELECT COL_1, CASE_REF, COALESCE(PLACED_BY, ' '),
                        TO_CHAR(PLACED_DATE, 'YYYYMMDD'),
                        TO_CHAR(RELEASED_DATE, 'YYYYMMDD'),
                        RELEASED_DATE - PLACED_DATE
                   FROM TAB1_LEGALHOLD
                  WHERE TO_CHAR(RELEASED_DATE, 'YYYYMM') = :LR-PERIOD
                  ORDER BY COL_1, CASE_REF
           END-EXEC
           EXEC SQL DECLARE
              BLOCKCUR CURSOR FOR
                 SELECT BLOCK_TS, COL_1, COALESCE(CASE_REF, ' '),
                        PROGRAM, ACTION
                   FROM TAB1_HOLDBLOCK
                  WHERE SUBSTR(BLOCK_TS, 1, 6) = :LR-PERIOD
                  ORDER BY BLOCK_TS, COL_1
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
              DISPLAY 'LEGAL-HOLD: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CREATE-HOLD-TABLES-IF-MISSING
           IF NOT SQL-TROUBLE
              EVALUATE TRUE
                 WHEN ACTION-PLACE
                    PERFORM PLACE-HOLD
                 WHEN ACTION-RELEASE
                    PERFORM RELEASE-HOLD
                 WHEN ACTION-REPORT
                    PERFORM PRINT-HOLD-REPORT
                 WHEN OTHER
                    PERFORM LIST-ACTIVE-HOLDS
              END-EVALUATE
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
              WHEN NOTHING-FOUND
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      ****************************************************************
       RECORD-RUN-STATS.
           MOVE 'LEGAL-HOLD' TO WRK-STATS-PROGRAM
           MOVE WRK-ACTIVE-COUNT   TO WRK-STATS-IN
           MOVE WRK-RELEASED-COUNT TO WRK-STATS-OUT
           MOVE WRK-BLOCKED-COUNT  TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN ACTION-REFUSED
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
       CONNECT-DB.
           MOVE SPACES TO WRK-ENV-CODE
           ACCEPT WRK-ENV-CODE FROM ENVIRONMENT "DBCONN_ENV"
           CALL "CONNECT-RETRY" USING WRK-ENV-CODE DB-RETURN-CODE
           IF DB-RETURN-CODE = 0
              DISPLAY 'LEGAL-HOLD: CONNECTED - ENVIRONMENT '
                      WRK-ENV-CODE
           ELSE
              DISPLAY 'LEGAL-HOLD: CONNECT FAILED, RETURN CODE = '
                      DB-RETURN-CODE
           END-IF.
      ****************************************************************
       READ-PARAMETERS.
           MOVE SPACES TO WRK-ACTION-PARM
           ACCEPT WRK-ACTION-PARM FROM ENVIRONMENT "HOLD_ACTION"
           MOVE FUNCTION UPPER-CASE(WRK-ACTION-PARM)
                TO WRK-ACTION-PARM
           IF NOT ACTION-PLACE AND NOT ACTION-RELEASE
              AND NOT ACTION-LIST AND NOT ACTION-REPORT
              DISPLAY 'LEGAL-HOLD: UNKNOWN HOLD_ACTION "'
                      WRK-ACTION-PARM '"'
              MOVE 'Y' TO WRK-REFUSED-SW
           END-IF
           MOVE SPACES TO WRK-KEY-PARM
           ACCEPT WRK-KEY-PARM FROM ENVIRONMENT "HOLD_KEY"
           MOVE SPACES TO WRK-CASE-PARM
           ACCEPT WRK-CASE-PARM FROM ENVIRONMENT "HOLD_CASE_REF"
           IF (ACTION-PLACE OR ACTION-RELEASE)
              AND (WRK-KEY-PARM = SPACES OR WRK-CASE-PARM = SPACES)
              DISPLAY 'LEGAL-HOLD: ' WRK-ACTION-PARM ' NEEDS '
                      'HOLD_KEY AND HOLD_CASE_REF'
              MOVE 'Y' TO WRK-REFUSED-SW
           END-IF
           MOVE SPACES TO WRK-OPERATOR
           ACCEPT WRK-OPERATOR FROM ENVIRONMENT "LOGNAME"
           MOVE SPACES TO WRK-PRINT-FILE-PATH
           ACCEPT WRK-PRINT-FILE-PATH
                  FROM ENVIRONMENT "HOLD_PRINT_FILE"
           IF WRK-PRINT-FILE-PATH = SPACES
              MOVE "legalhold.rpt" TO WRK-PRINT-FILE-PATH
           END-IF
           IF ACTION-REPORT AND NOT ACTION-REFUSED
              PERFORM ESTABLISH-PERIOD
           END-IF.
      ****************************************************************
       ESTABLISH-PERIOD.
      *    Same default ACCRUE-TAB1 and PERIOD-CLOSE take: the month
      *    ending today when today is a month end, else the month
      *    just ended.
           MOVE SPACES TO WRK-PERIOD-PARM
           ACCEPT WRK-PERIOD-PARM FROM ENVIRONMENT "HOLD_PERIOD"
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
              MOVE WRK-PERIOD-YEAR  TO LR-PERIOD(1:4)
              MOVE WRK-PERIOD-MONTH TO LR-PERIOD(5:2)
           ELSE
              IF WRK-PERIOD-PARM IS NUMERIC
                 AND WRK-PERIOD-PARM(5:2) >= '01'
                 AND WRK-PERIOD-PARM(5:2) <= '12'
                 MOVE WRK-PERIOD-PARM TO LR-PERIOD
              ELSE
                 DISPLAY 'LEGAL-HOLD: HOLD_PERIOD "'
                         WRK-PERIOD-PARM '" IS NOT YYYYMM'
                 MOVE 'Y' TO WRK-REFUSED-SW
              END-IF
           END-IF.
      ****************************************************************
       CREATE-HOLD-TABLES-IF-MISSING.
      *    Same idempotent create-if-missing pattern the companion
      *    tables use. The block log is created with the registry so
      *    HOLD-CHECK can always write to it once a hold exists.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_legalhold'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'LEGAL-HOLD: COULD NOT CHECK TAB1_LEGALHOLD'
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              IF WRK-TABLE-EXISTS = 0
                 DISPLAY 'LEGAL-HOLD: CREATE TABLE TAB1_LEGALHOLD'
                 EXEC SQL
                      CREATE TABLE TAB1_LEGALHOLD
                      (
                       COL_1          CHAR(20),
                       CASE_REF       CHAR(20),
                       PLACED_BY      CHAR(12),
                       PLACED_DATE    DATE,
                       RELEASED_DATE  DATE
                      )
                 END-EXEC
                 IF SQLCODE = 0
                    EXEC SQL
                       COMMIT WORK
                    END-EXEC
                 ELSE
                    DISPLAY 'CREATE TABLE TAB1_LEGALHOLD TROUBLE'
                    PERFORM REPORT-SQL-TROUBLE
                 END-IF
              END-IF
           END-IF
           IF NOT SQL-TROUBLE
              MOVE 0 TO WRK-TABLE-EXISTS
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                     FROM INFORMATION_SCHEMA.TABLES
                    WHERE TABLE_NAME = 'tab1_holdblock'
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'LEGAL-HOLD: COULD NOT CHECK TAB1_HOLDBLOCK'
                 PERFORM REPORT-SQL-TROUBLE
              ELSE
                 IF WRK-TABLE-EXISTS = 0
                    DISPLAY 'LEGAL-HOLD: CREATE TABLE TAB1_HOLDBLOCK'
                    EXEC SQL
                         CREATE TABLE TAB1_HOLDBLOCK
                         (
                          BLOCK_TS   CHAR(14),
                          COL_1      CHAR(20),
                          CASE_REF   CHAR(20),
                          PROGRAM    CHAR(12),
                          ACTION     CHAR(20)
                         )
                    END-EXEC
                    IF SQLCODE = 0
                       EXEC SQL
                          COMMIT WORK
                       END-EXEC
                    ELSE
                       DISPLAY 'CREATE TABLE TAB1_HOLDBLOCK TROUBLE'
                       PERFORM REPORT-SQL-TROUBLE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       COUNT-ACTIVE-HOLD.
           MOVE WRK-KEY-PARM  TO LH-COL-1
           MOVE WRK-CASE-PARM TO LH-CASE-REF
           MOVE 0 TO WRK-KEY-COUNT
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-KEY-COUNT
                  FROM TAB1_LEGALHOLD
                 WHERE COL_1 = :LH-COL-1
                   AND CASE_REF = :LH-CASE-REF
                   AND RELEASED_DATE IS NULL
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           END-IF.
      ****************************************************************
       PLACE-HOLD.
           PERFORM COUNT-ACTIVE-HOLD
           IF NOT SQL-TROUBLE
              IF WRK-KEY-COUNT > 0
                 DISPLAY 'LEGAL-HOLD: ' WRK-KEY-PARM ' IS ALREADY '
                         'HELD FOR CASE ' WRK-CASE-PARM
                 MOVE 'Y' TO WRK-NOTFOUND-SW
              ELSE
                 PERFORM WARN-IF-KEY-UNKNOWN
                 MOVE WRK-OPERATOR TO LH-PLACED-BY
                 EXEC SQL
                      INSERT INTO TAB1_LEGALHOLD
                             (COL_1, CASE_REF, PLACED_BY,
                              PLACED_DATE, RELEASED_DATE)
                      VALUES (:LH-COL-1, :LH-CASE-REF, :LH-PLACED-BY,
                              CURRENT_DATE, NULL)
                 END-EXEC
                 IF SQLCODE = 0
                    EXEC SQL
                       COMMIT WORK
                    END-EXEC
                    ADD 1 TO WRK-ACTIVE-COUNT
                    DISPLAY 'LEGAL-HOLD: ' WRK-KEY-PARM ' HELD FOR '
                            'CASE ' WRK-CASE-PARM
                    MOVE SPACES TO WRK-AUDIT-MESSAGE
                    STRING 'HOLD PLACED ' WRK-KEY-PARM ' CASE '
                           WRK-CASE-PARM ' BY ' WRK-OPERATOR
                       DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                    PERFORM WRITE-HOLD-AUDIT
                 ELSE
                    PERFORM REPORT-SQL-TROUBLE
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       WARN-IF-KEY-UNKNOWN.
      *    Legal may hold a customer before the feed has sent it, so
      *    an unknown key is placed anyway - but said out loud in
      *    case it is a typing error.
           MOVE 0 TO WRK-KEY-COUNT
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-KEY-COUNT
                  FROM TAB1
                 WHERE COL_1 = :LH-COL-1
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WRK-KEY-COUNT
           END-IF
           IF WRK-KEY-COUNT = 0
              MOVE 0 TO WRK-TABLE-EXISTS
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                     FROM INFORMATION_SCHEMA.TABLES
                    WHERE TABLE_NAME = 'tab1_hist'
              END-EXEC
              IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
                 EXEC SQL
                      SELECT COUNT(*) INTO :WRK-KEY-COUNT
                        FROM TAB1_HIST
                       WHERE COL_1 = :LH-COL-1
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 0 TO WRK-KEY-COUNT
                 END-IF
              END-IF
           END-IF
           IF WRK-KEY-COUNT = 0
              DISPLAY 'LEGAL-HOLD: WARNING - ' WRK-KEY-PARM
                      ' IS NOT ON TAB1 OR TAB1_HIST - HOLD PLACED '
                      'ANYWAY'
           END-IF.
      ****************************************************************
       RELEASE-HOLD.
           PERFORM COUNT-ACTIVE-HOLD
           IF NOT SQL-TROUBLE
              IF WRK-KEY-COUNT = 0
                 DISPLAY 'LEGAL-HOLD: NO ACTIVE HOLD ON '
                         WRK-KEY-PARM ' FOR CASE ' WRK-CASE-PARM
                 MOVE 'Y' TO WRK-NOTFOUND-SW
              ELSE
                 EXEC SQL
                      UPDATE TAB1_LEGALHOLD
                         SET RELEASED_DATE = CURRENT_DATE
                       WHERE COL_1 = :LH-COL-1
                         AND CASE_REF = :LH-CASE-REF
                         AND RELEASED_DATE IS NULL
                 END-EXEC
                 IF SQLCODE = 0
                    EXEC SQL
                       COMMIT WORK
                    END-EXEC
                    ADD 1 TO WRK-RELEASED-COUNT
                    DISPLAY 'LEGAL-HOLD: CASE ' WRK-CASE-PARM
                            ' HOLD ON ' WRK-KEY-PARM ' RELEASED'
                    MOVE SPACES TO WRK-AUDIT-MESSAGE
                    STRING 'HOLD RELEASED ' WRK-KEY-PARM ' CASE '
                           WRK-CASE-PARM ' BY ' WRK-OPERATOR
                       DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                    PERFORM WRITE-HOLD-AUDIT
                 ELSE
                    PERFORM REPORT-SQL-TROUBLE
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       WRITE-HOLD-AUDIT.
           MOVE 'LEGAL-HOLD' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       LIST-ACTIVE-HOLDS.
           DISPLAY 'LEGAL-HOLD: ACTIVE HOLDS (KEY, CASE, PLACED BY, '
                   'PLACED, DAYS)'
           EXEC SQL
              OPEN ACTIVECUR
           END-EXEC
           MOVE 'N' TO WRK-READ-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              PERFORM FETCH-ACTIVE-HOLD
              IF NOT NO-MORE-ROWS
                 MOVE LH-DAYS-HELD TO HL-DAYS-HELD
                 DISPLAY '   ' LH-COL-1 ' ' LH-CASE-REF ' '
                         LH-PLACED-BY ' ' LH-PLACED-DATE ' '
                         HL-DAYS-HELD
              END-IF
           END-PERFORM
           EXEC SQL
              CLOSE ACTIVECUR
           END-EXEC
           DISPLAY '   ' WRK-ACTIVE-COUNT ' ACTIVE HOLD(S)'
           IF WRK-ACTIVE-COUNT = 0
              MOVE 'Y' TO WRK-NOTFOUND-SW
           END-IF.
      ****************************************************************
       FETCH-ACTIVE-HOLD.
           EXEC SQL
              FETCH NEXT ACTIVECUR INTO
                 :LH-COL-1, :LH-CASE-REF, :LH-PLACED-BY,
                 :LH-PLACED-DATE, :LH-DAYS-HELD
           END-EXEC
           EVALUATE SQLCODE
              WHEN 100
                 MOVE 'Y' TO WRK-READ-EOF-SW
              WHEN 0
                 ADD 1 TO WRK-ACTIVE-COUNT
              WHEN OTHER
                 MOVE 'Y' TO WRK-READ-EOF-SW
                 PERFORM REPORT-SQL-TROUBLE
           END-EVALUATE.
      ****************************************************************
       PRINT-HOLD-REPORT.
           OPEN OUTPUT PRINT-FILE
           IF WRK-PRINT-FILE-STATUS NOT = "00"
              DISPLAY 'LEGAL-HOLD: UNABLE TO OPEN '
                      WRK-PRINT-FILE-PATH
                      ' STATUS ' WRK-PRINT-FILE-STATUS
           ELSE
              MOVE LR-PERIOD   TO H-PERIOD
              MOVE WRK-TODAY-8 TO H-RUN-DATE
              MOVE HEADER-LINE-1 TO PRINT-RECORD
              WRITE PRINT-RECORD
              PERFORM PRINT-ACTIVE-SECTION
              PERFORM PRINT-RELEASED-SECTION
              PERFORM PRINT-BLOCKED-SECTION
              CLOSE PRINT-FILE
              DISPLAY 'LEGAL-HOLD: ' WRK-ACTIVE-COUNT ' ACTIVE, '
                      WRK-RELEASED-COUNT ' RELEASED, '
                      WRK-BLOCKED-COUNT ' BLOCKED ACTION(S) IN '
                      LR-PERIOD ' - SEE ' WRK-PRINT-FILE-PATH
           END-IF.
      ****************************************************************
       PRINT-SECTION-HEADING.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SECTION-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD.
      ****************************************************************
       PRINT-ACTIVE-SECTION.
           MOVE 'HOLDS ACTIVE AT RUN TIME' TO S-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE HOLD-HEADER-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           EXEC SQL
              OPEN ACTIVECUR
           END-EXEC
           MOVE 'N' TO WRK-READ-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              PERFORM FETCH-ACTIVE-HOLD
              IF NOT NO-MORE-ROWS
                 MOVE SPACES TO LH-RELEASED-DATE
                 PERFORM PRINT-HOLD-LINE
              END-IF
           END-PERFORM
           EXEC SQL
              CLOSE ACTIVECUR
           END-EXEC
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'ACTIVE HOLDS' TO T-LABEL
           MOVE WRK-ACTIVE-COUNT TO T-COUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD.
      ****************************************************************
       PRINT-RELEASED-SECTION.
           MOVE SPACES TO S-TITLE
           STRING 'HOLDS RELEASED IN ' LR-PERIOD
              DELIMITED BY SIZE INTO S-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE HOLD-HEADER-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           EXEC SQL
              OPEN RELEASECUR
           END-EXEC
           MOVE 'N' TO WRK-READ-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH NEXT RELEASECUR INTO
                    :LH-COL-1, :LH-CASE-REF, :LH-PLACED-BY,
                    :LH-PLACED-DATE, :LH-RELEASED-DATE,
                    :LH-DAYS-HELD
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WRK-READ-EOF-SW
                 WHEN 0
                    ADD 1 TO WRK-RELEASED-COUNT
                    PERFORM PRINT-HOLD-LINE
                 WHEN OTHER
                    MOVE 'Y' TO WRK-READ-EOF-SW
                    PERFORM REPORT-SQL-TROUBLE
              END-EVALUATE
           END-PERFORM
           EXEC SQL
              CLOSE RELEASECUR
           END-EXEC
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'HOLDS RELEASED' TO T-LABEL
           MOVE WRK-RELEASED-COUNT TO T-COUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD.
      ****************************************************************
       PRINT-HOLD-LINE.
           MOVE LH-COL-1         TO HL-COL-1
           MOVE LH-CASE-REF      TO HL-CASE-REF
           MOVE LH-PLACED-BY     TO HL-PLACED-BY
           MOVE LH-PLACED-DATE   TO HL-PLACED-DATE
           MOVE LH-RELEASED-DATE TO HL-RELEASED-DATE
           MOVE LH-DAYS-HELD     TO HL-DAYS-HELD
           MOVE HOLD-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD.
      ****************************************************************
       PRINT-BLOCKED-SECTION.
           MOVE SPACES TO S-TITLE
           STRING 'ACTIONS BLOCKED BY A HOLD IN ' LR-PERIOD
              DELIMITED BY SIZE INTO S-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE BLOCK-HEADER-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           EXEC SQL
              OPEN BLOCKCUR
           END-EXEC
           MOVE 'N' TO WRK-READ-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH NEXT BLOCKCUR INTO
                    :LB-BLOCK-TS, :LB-COL-1, :LB-CASE-REF,
                    :LB-PROGRAM, :LB-ACTION
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WRK-READ-EOF-SW
                 WHEN 0
                    ADD 1 TO WRK-BLOCKED-COUNT
                    MOVE LB-BLOCK-TS TO BL-BLOCK-TS
                    MOVE LB-COL-1    TO BL-COL-1
                    MOVE LB-CASE-REF TO BL-CASE-REF
                    MOVE LB-PROGRAM  TO BL-PROGRAM
                    MOVE LB-ACTION   TO BL-ACTION
                    MOVE BLOCK-LINE TO PRINT-RECORD
                    WRITE PRINT-RECORD
                 WHEN OTHER
                    MOVE 'Y' TO WRK-READ-EOF-SW
                    PERFORM REPORT-SQL-TROUBLE
              END-EVALUATE
           END-PERFORM
           EXEC SQL
              CLOSE BLOCKCUR
           END-EXEC
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'ACTIONS BLOCKED' TO T-LABEL
           MOVE WRK-BLOCKED-COUNT TO T-COUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD.
      ****************************************************************
       REPORT-SQL-TROUBLE.
           DISPLAY 'LEGAL-HOLD: SQL TROUBLE'
           DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           MOVE 'LEGAL-HOLD' TO WRK-AUDIT-SOURCE
           MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                  WRK-AUDIT-MESSAGE
           EXEC SQL
              ROLLBACK WORK
           END-EXEC
           MOVE 'Y' TO WRK-SQL-TROUBLE-SW.
