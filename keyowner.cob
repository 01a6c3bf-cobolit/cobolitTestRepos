       IDENTIFICATION DIVISION.
       PROGRAM-ID.    KEY-OWNER.
      ****************************************************************
      * KEY-OWNER - maintains and reports the key-ownership registry,
      * TAB1_OWNER (key, owning sending system, owned since, set by,
      * prior owner). A key belongs to the system whose feed first
      * added it - POPULATE-DB, BATCH-MAINT and REJECT-RECYCLE record
      * that through OWNER-CHECK - and a change, delete or address
      * replace for it from any other system is rejected with reason
      * "NOT OWNER - KEY OWNED BY xxxxxxxx" and logged to
      * TAB1_OWNBLOCK. This program is the only way a key changes
      * hands. Both tables are created here if missing. Driven by
      * environment parameters like the other small batch utilities:
      *   OWNER_ACTION   TRANSFER - give OWNER_KEY to OWNER_SYSTEM
      *                  SEED     - keys on TAB1 that predate the
      *                             registry are given to the system
      *                             whose feed loaded them (FEED_ID),
      *                             where that system is on
      *                             TAB1_FEEDCTL; the rest stay
      *                             unowned (open to every sender)
      *                             until transferred
      *                  REPORT   - keys per owning system, and the
      *                             refused cross-system attempts
      *                             (the default)
      *   OWNER_KEY      the customer key (TRANSFER)
      *   OWNER_SYSTEM   the new owning system id (TRANSFER)
      *   OWNER_PERIOD   YYYYMM the refused attempts are listed for
      *                  (REPORT; default the month ending today if
      *                  today is a month end, otherwise the month
      *                  just ended)
      *   OWNER_PRINT_FILE  report (default "keyowner.rpt")
      * TRANSFER and SEED need OWNERSHIP in the role file (see
      * OPER-AUTH) and go to AUDITLOG with the operator.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - clean
      *   4 - key unknown or already owned by that system (TRANSFER),
      *       nothing to seed (SEED)
      *   8 - connect failure, missing or bad parameters, operator
      *       not authorized, file-open failure, or SQL abort
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
       01  KO-COL-1           PIC X(20).
       01  KO-SYSTEM-ID       PIC X(8).
       01  KO-OWNER           PIC X(8).
       01  KO-OWNERS          PIC 9(9) COMP.
       01  KO-OWNED-SINCE     PIC X(8).
       01  KO-SET-BY          PIC X(12).
       01  KO-KEY-COUNT       PIC 9(9) COMP.
       01  KB-BLOCK-TS        PIC X(14).
       01  KB-COL-1           PIC X(20).
       01  KB-OWNER           PIC X(8).
       01  KB-SYSTEM-ID       PIC X(8).
       01  KB-PROGRAM         PIC X(12).
       01  KB-ACTION          PIC X(20).
       01  KR-PERIOD          PIC X(6).
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
           88 ACTION-TRANSFER        VALUE 'TRANSFER'.
           88 ACTION-SEED            VALUE 'SEED'.
           88 ACTION-REPORT          VALUE 'REPORT', SPACES.
       01  WRK-KEY-PARM          PIC X(20) VALUE SPACES.
       01  WRK-SYSTEM-PARM       PIC X(8) VALUE SPACES.
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
           88 ACTION-REFUSED         VALUE 'Y'.
       01  WRK-NOTFOUND-SW       PIC X VALUE 'N'.
           88 NOTHING-FOUND          VALUE 'Y'.
       01  WRK-OWNED-COUNT       PIC 9(9) VALUE 0.
       01  WRK-UNOWNED-COUNT     PIC 9(9) VALUE 0.
       01  WRK-SYSTEM-COUNT      PIC 9(9) VALUE 0.
       01  WRK-SEEDED-COUNT      PIC 9(9) VALUE 0.
       01  WRK-BLOCKED-COUNT     PIC 9(9) VALUE 0.
       01  WRK-CHANGED-COUNT     PIC 9(9) VALUE 0.
       01  WRK-BEFORE-COUNT      PIC 9(9) VALUE 0.
       01  WRK-AUTH-ACTION       PIC X(12) VALUE 'OWNERSHIP'.
       01  WRK-AUTH-PROGRAM      PIC X(12) VALUE 'KEY-OWNER'.
       01  WRK-AUTH-OPERATOR     PIC X(12) VALUE SPACES.
       01  WRK-AUTH-RESULT       PIC S9(9) VALUE 0.
       01  WRK-BIZ-ACTION        PIC X(1) VALUE 'G'.
       01  WRK-BIZ-PROGRAM       PIC X(12) VALUE 'KEY-OWNER'.
       01  WRK-BIZ-DATE          PIC 9(8).
       01  WRK-BIZ-RESULT        PIC S9(9) VALUE 0.
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
              VALUE 'KEY OWNERSHIP REPORT'.
           05 FILLER             PIC X(7)  VALUE 'PERIOD '.
           05 H-PERIOD           PIC X(6).
           05 FILLER             PIC X(7)  VALUE '   RUN '.
           05 H-RUN-DATE         PIC 9(8).
       01  SECTION-LINE.
           05 S-TITLE            PIC X(60).
       01  OWNER-HEADER-LINE.
           05 FILLER             PIC X(18) VALUE 'OWNING SYSTEM'.
           05 FILLER             PIC X(12) VALUE '   LIVE KEYS'.
       01  OWNER-LINE.
           05 OL-SYSTEM-ID       PIC X(8).
           05 FILLER             PIC X(13) VALUE SPACES.
           05 OL-COUNT           PIC Z(8)9.
       01  BLOCK-HEADER-LINE.
           05 FILLER             PIC X(16) VALUE 'WHEN'.
           05 FILLER             PIC X(22) VALUE 'KEY'.
           05 FILLER             PIC X(10) VALUE 'OWNER'.
           05 FILLER             PIC X(10) VALUE 'SENT BY'.
           05 FILLER             PIC X(14) VALUE 'PROGRAM'.
           05 FILLER             PIC X(20) VALUE 'ACTION REFUSED'.
       01  BLOCK-LINE.
           05 BL-BLOCK-TS        PIC X(14).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 BL-COL-1           PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 BL-OWNER           PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 BL-SYSTEM-ID       PIC X(8).
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
              OWNERCUR CURSOR FOR
                 SELECT O.SYSTEM_ID, COUNT(*)
                   FROM TAB1_OWNER O, TAB1 T
                  WHERE T.COL_1 = O.COL_1
                  GROUP BY O.SYSTEM_ID
                  ORDER BY O.SYSTEM_ID
           END-EXEC
           EXEC SQL DECLARE
              BLOCKCUR CURSOR FOR
                 SELECT BLOCK_TS, COL_1, OWNER_SYSTEM,
                        COALESCE(SYSTEM_ID, ' '), PROGRAM, ACTION
                   FROM TAB1_OWNBLOCK
                  WHERE SUBSTR(BLOCK_TS, 1, 6) = :KR-PERIOD
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
           IF ACTION-TRANSFER OR ACTION-SEED
              CALL "OPER-AUTH" USING WRK-AUTH-ACTION WRK-AUTH-PROGRAM
                                      WRK-AUTH-OPERATOR
                                      WRK-AUTH-RESULT
              IF WRK-AUTH-RESULT NOT = 0
                 MOVE 'Y' TO WRK-REFUSED-SW
                 PERFORM RECORD-RUN-STATS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'KEY-OWNER: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CREATE-OWNER-TABLES-IF-MISSING
           IF NOT SQL-TROUBLE
              EVALUATE TRUE
                 WHEN ACTION-TRANSFER
                    PERFORM TRANSFER-KEY
                 WHEN ACTION-SEED
                    PERFORM SEED-UNOWNED-KEYS
                 WHEN OTHER
                    PERFORM PRINT-OWNER-REPORT
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
           MOVE 'KEY-OWNER' TO WRK-STATS-PROGRAM
           MOVE WRK-OWNED-COUNT TO WRK-STATS-IN
           COMPUTE WRK-STATS-OUT = WRK-CHANGED-COUNT + WRK-SEEDED-COUNT
           MOVE WRK-BLOCKED-COUNT TO WRK-STATS-REJ
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
              DISPLAY 'KEY-OWNER: CONNECTED - ENVIRONMENT '
                      WRK-ENV-CODE
           ELSE
              DISPLAY 'KEY-OWNER: CONNECT FAILED, RETURN CODE = '
                      DB-RETURN-CODE
           END-IF.
      ****************************************************************
       READ-PARAMETERS.
           MOVE SPACES TO WRK-ACTION-PARM
           ACCEPT WRK-ACTION-PARM FROM ENVIRONMENT "OWNER_ACTION"
           MOVE FUNCTION UPPER-CASE(WRK-ACTION-PARM)
                TO WRK-ACTION-PARM
           IF NOT ACTION-TRANSFER AND NOT ACTION-SEED
              AND NOT ACTION-REPORT
              DISPLAY 'KEY-OWNER: UNKNOWN OWNER_ACTION "'
                      WRK-ACTION-PARM '"'
              MOVE 'Y' TO WRK-REFUSED-SW
           END-IF
           MOVE SPACES TO WRK-KEY-PARM
           ACCEPT WRK-KEY-PARM FROM ENVIRONMENT "OWNER_KEY"
           MOVE SPACES TO WRK-SYSTEM-PARM
           ACCEPT WRK-SYSTEM-PARM FROM ENVIRONMENT "OWNER_SYSTEM"
           IF ACTION-TRANSFER
              AND (WRK-KEY-PARM = SPACES OR WRK-SYSTEM-PARM = SPACES)
              DISPLAY 'KEY-OWNER: TRANSFER NEEDS OWNER_KEY AND '
                      'OWNER_SYSTEM'
              MOVE 'Y' TO WRK-REFUSED-SW
           END-IF
           MOVE SPACES TO WRK-PRINT-FILE-PATH
           ACCEPT WRK-PRINT-FILE-PATH
                  FROM ENVIRONMENT "OWNER_PRINT_FILE"
           IF WRK-PRINT-FILE-PATH = SPACES
              MOVE "keyowner.rpt" TO WRK-PRINT-FILE-PATH
           END-IF
           IF ACTION-REPORT AND NOT ACTION-REFUSED
              PERFORM ESTABLISH-PERIOD
           END-IF.
      ****************************************************************
       ESTABLISH-PERIOD.
      *    Same default LEGAL-HOLD's report takes: the month ending
      *    today when today is a month end, else the month just
      *    ended.
           MOVE SPACES TO WRK-PERIOD-PARM
           ACCEPT WRK-PERIOD-PARM FROM ENVIRONMENT "OWNER_PERIOD"
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
              MOVE WRK-PERIOD-YEAR  TO KR-PERIOD(1:4)
              MOVE WRK-PERIOD-MONTH TO KR-PERIOD(5:2)
           ELSE
              IF WRK-PERIOD-PARM IS NUMERIC
                 AND WRK-PERIOD-PARM(5:2) >= '01'
                 AND WRK-PERIOD-PARM(5:2) <= '12'
                 MOVE WRK-PERIOD-PARM TO KR-PERIOD
              ELSE
                 DISPLAY 'KEY-OWNER: OWNER_PERIOD "'
                         WRK-PERIOD-PARM '" IS NOT YYYYMM'
                 MOVE 'Y' TO WRK-REFUSED-SW
              END-IF
           END-IF.
      ****************************************************************
       CREATE-OWNER-TABLES-IF-MISSING.
      *    Same idempotent create-if-missing pattern the companion
      *    tables use. The refusal log is created with the registry
      *    so OWNER-CHECK can always write to it once a key is owned.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_owner'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'KEY-OWNER: COULD NOT CHECK TAB1_OWNER'
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              IF WRK-TABLE-EXISTS = 0
                 DISPLAY 'KEY-OWNER: CREATE TABLE TAB1_OWNER'
                 EXEC SQL
                      CREATE TABLE TAB1_OWNER
                      (
                       COL_1          CHAR(20),
                       SYSTEM_ID      CHAR(8),
                       OWNED_SINCE    CHAR(8),
                       SET_BY         CHAR(12),
                       PRIOR_SYSTEM   CHAR(8)
                      )
                 END-EXEC
                 IF SQLCODE = 0
                    EXEC SQL
                       COMMIT WORK
                    END-EXEC
                 ELSE
                    DISPLAY 'CREATE TABLE TAB1_OWNER TROUBLE'
                    PERFORM REPORT-SQL-TROUBLE
                 END-IF
              END-IF
           END-IF
           IF NOT SQL-TROUBLE
              MOVE 0 TO WRK-TABLE-EXISTS
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                     FROM INFORMATION_SCHEMA.TABLES
                    WHERE TABLE_NAME = 'tab1_ownblock'
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'KEY-OWNER: COULD NOT CHECK TAB1_OWNBLOCK'
                 PERFORM REPORT-SQL-TROUBLE
              ELSE
                 IF WRK-TABLE-EXISTS = 0
                    DISPLAY 'KEY-OWNER: CREATE TABLE TAB1_OWNBLOCK'
                    EXEC SQL
                         CREATE TABLE TAB1_OWNBLOCK
                         (
                          BLOCK_TS      CHAR(14),
                          COL_1         CHAR(20),
                          OWNER_SYSTEM  CHAR(8),
                          SYSTEM_ID     CHAR(8),
                          PROGRAM       CHAR(12),
                          ACTION        CHAR(20)
                         )
                    END-EXEC
                    IF SQLCODE = 0
                       EXEC SQL
                          COMMIT WORK
                       END-EXEC
                    ELSE
                       DISPLAY 'CREATE TABLE TAB1_OWNBLOCK TROUBLE'
                       PERFORM REPORT-SQL-TROUBLE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       TRANSFER-KEY.
      *    The key must be known somewhere - live, archived, or
      *    already in the registry - so a typing error cannot hand a
      *    phantom key to a sender.
           MOVE WRK-KEY-PARM    TO KO-COL-1
           MOVE WRK-SYSTEM-PARM TO KO-SYSTEM-ID
           MOVE 0 TO KO-OWNERS
           MOVE SPACES TO KO-OWNER
           EXEC SQL
                SELECT COUNT(*), COALESCE(MIN(SYSTEM_ID), ' ')
                  INTO :KO-OWNERS, :KO-OWNER
                  FROM TAB1_OWNER
                 WHERE COL_1 = :KO-COL-1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           END-IF
           IF NOT SQL-TROUBLE AND KO-OWNERS = 0
              PERFORM COUNT-KNOWN-KEY
              IF WRK-KEY-COUNT = 0
                 DISPLAY 'KEY-OWNER: ' WRK-KEY-PARM ' IS NOT ON '
                         'TAB1 OR TAB1_HIST - NOTHING TRANSFERRED'
                 MOVE 'Y' TO WRK-NOTFOUND-SW
              END-IF
           END-IF
           IF NOT SQL-TROUBLE AND NOT NOTHING-FOUND
              AND KO-OWNERS > 0 AND KO-OWNER = KO-SYSTEM-ID
              DISPLAY 'KEY-OWNER: ' WRK-KEY-PARM ' IS ALREADY OWNED '
                      'BY ' WRK-SYSTEM-PARM
              MOVE 'Y' TO WRK-NOTFOUND-SW
           END-IF
           IF NOT SQL-TROUBLE AND NOT NOTHING-FOUND
              PERFORM WRITE-NEW-OWNER
           END-IF.
      ****************************************************************
       COUNT-KNOWN-KEY.
           MOVE 0 TO WRK-KEY-COUNT
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-KEY-COUNT
                  FROM TAB1
                 WHERE COL_1 = :KO-COL-1
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
                       WHERE COL_1 = :KO-COL-1
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 0 TO WRK-KEY-COUNT
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       WRITE-NEW-OWNER.
           CALL "BUSINESS-DATE" USING WRK-BIZ-ACTION WRK-BIZ-PROGRAM
                                       WRK-BIZ-DATE WRK-BIZ-RESULT
           MOVE WRK-BIZ-DATE      TO KO-OWNED-SINCE
           MOVE WRK-AUTH-OPERATOR TO KO-SET-BY
           IF KO-OWNERS > 0
              EXEC SQL
                 UPDATE TAB1_OWNER
                    SET SYSTEM_ID    = :KO-SYSTEM-ID,
                        OWNED_SINCE  = :KO-OWNED-SINCE,
                        SET_BY       = :KO-SET-BY,
                        PRIOR_SYSTEM = :KO-OWNER
                  WHERE COL_1 = :KO-COL-1
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO TAB1_OWNER
                        (COL_1, SYSTEM_ID, OWNED_SINCE, SET_BY,
                         PRIOR_SYSTEM)
                 VALUES (:KO-COL-1, :KO-SYSTEM-ID, :KO-OWNED-SINCE,
                         :KO-SET-BY, ' ')
              END-EXEC
           END-IF
           IF SQLCODE = 0
              EXEC SQL
                 COMMIT WORK
              END-EXEC
              ADD 1 TO WRK-CHANGED-COUNT
              IF KO-OWNERS = 0
                 MOVE '(NONE)' TO KO-OWNER
              END-IF
              DISPLAY 'KEY-OWNER: ' WRK-KEY-PARM ' TRANSFERRED FROM '
                      KO-OWNER ' TO ' WRK-SYSTEM-PARM
              MOVE SPACES TO WRK-AUDIT-MESSAGE
              STRING 'OWNER ' WRK-KEY-PARM ' FROM ' KO-OWNER
                     ' TO ' WRK-SYSTEM-PARM ' BY ' WRK-AUTH-OPERATOR
                 DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
              PERFORM WRITE-OWNER-AUDIT
           ELSE
              PERFORM REPORT-SQL-TROUBLE
           END-IF.
      ****************************************************************
       SEED-UNOWNED-KEYS.
      *    Only system ids that have actually sent a feed are taken
      *    from FEED_ID - restore, accrual and recycle runs stamp
      *    their own identifiers there, and those own nothing.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_feedctl'
           END-EXEC
           IF SQLCODE NOT = 0 OR WRK-TABLE-EXISTS = 0
              DISPLAY 'KEY-OWNER: NO TAB1_FEEDCTL - NO SENDING '
                      'SYSTEM KNOWN, NOTHING SEEDED'
              MOVE 'Y' TO WRK-NOTFOUND-SW
           ELSE
              PERFORM COUNT-OWNER-ROWS
              MOVE WRK-KEY-COUNT TO WRK-BEFORE-COUNT
              CALL "BUSINESS-DATE" USING WRK-BIZ-ACTION
                                          WRK-BIZ-PROGRAM
                                          WRK-BIZ-DATE WRK-BIZ-RESULT
              MOVE WRK-BIZ-DATE      TO KO-OWNED-SINCE
              MOVE WRK-AUTH-OPERATOR TO KO-SET-BY
              EXEC SQL
                 INSERT INTO TAB1_OWNER
                        (COL_1, SYSTEM_ID, OWNED_SINCE, SET_BY,
                         PRIOR_SYSTEM)
                 SELECT T.COL_1, SUBSTR(T.FEED_ID, 1, 8),
                        :KO-OWNED-SINCE, :KO-SET-BY, ' '
                   FROM TAB1 T
                  WHERE NOT EXISTS
                        (SELECT 1 FROM TAB1_OWNER O
                          WHERE O.COL_1 = T.COL_1)
                    AND SUBSTR(T.FEED_ID, 1, 8) IN
                        (SELECT DISTINCT F.SYSTEM_ID
                           FROM TAB1_FEEDCTL F
                          WHERE F.SYSTEM_ID <> ' ')
              END-EXEC
              IF SQLCODE = 0 OR SQLCODE = 100
                 EXEC SQL
                    COMMIT WORK
                 END-EXEC
                 PERFORM COUNT-OWNER-ROWS
                 COMPUTE WRK-SEEDED-COUNT =
                    WRK-KEY-COUNT - WRK-BEFORE-COUNT
                 DISPLAY 'KEY-OWNER: ' WRK-SEEDED-COUNT
                         ' KEY(S) GIVEN TO THEIR LOADING SYSTEM'
                 IF WRK-SEEDED-COUNT = 0
                    MOVE 'Y' TO WRK-NOTFOUND-SW
                 ELSE
                    MOVE SPACES TO WRK-AUDIT-MESSAGE
                    STRING 'OWNERSHIP SEEDED FOR ' WRK-SEEDED-COUNT
                           ' KEY(S) BY ' WRK-AUTH-OPERATOR
                       DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                    PERFORM WRITE-OWNER-AUDIT
                 END-IF
              ELSE
                 PERFORM REPORT-SQL-TROUBLE
              END-IF
           END-IF.
      ****************************************************************
       COUNT-OWNER-ROWS.
           MOVE 0 TO WRK-KEY-COUNT
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-KEY-COUNT
                  FROM TAB1_OWNER
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           END-IF.
      ****************************************************************
       WRITE-OWNER-AUDIT.
           MOVE 'KEY-OWNER' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       PRINT-OWNER-REPORT.
           OPEN OUTPUT PRINT-FILE
           IF WRK-PRINT-FILE-STATUS NOT = "00"
              DISPLAY 'KEY-OWNER: UNABLE TO OPEN '
                      WRK-PRINT-FILE-PATH
                      ' STATUS ' WRK-PRINT-FILE-STATUS
           ELSE
              MOVE KR-PERIOD   TO H-PERIOD
              MOVE WRK-TODAY-8 TO H-RUN-DATE
              MOVE HEADER-LINE-1 TO PRINT-RECORD
              WRITE PRINT-RECORD
              PERFORM PRINT-OWNER-SECTION
              PERFORM PRINT-BLOCKED-SECTION
              CLOSE PRINT-FILE
              DISPLAY 'KEY-OWNER: ' WRK-OWNED-COUNT ' OWNED, '
                      WRK-UNOWNED-COUNT ' UNOWNED, '
                      WRK-BLOCKED-COUNT ' REFUSED ATTEMPT(S) IN '
                      KR-PERIOD ' - SEE ' WRK-PRINT-FILE-PATH
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
       PRINT-OWNER-SECTION.
           MOVE 'LIVE KEYS BY OWNING SYSTEM' TO S-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE OWNER-HEADER-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           EXEC SQL
              OPEN OWNERCUR
           END-EXEC
           MOVE 'N' TO WRK-READ-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH NEXT OWNERCUR INTO :KO-SYSTEM-ID, :KO-KEY-COUNT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WRK-READ-EOF-SW
                 WHEN 0
                    ADD 1 TO WRK-SYSTEM-COUNT
                    ADD KO-KEY-COUNT TO WRK-OWNED-COUNT
                    MOVE KO-SYSTEM-ID TO OL-SYSTEM-ID
                    MOVE KO-KEY-COUNT TO OL-COUNT
                    MOVE OWNER-LINE TO PRINT-RECORD
                    WRITE PRINT-RECORD
                 WHEN OTHER
                    MOVE 'Y' TO WRK-READ-EOF-SW
                    PERFORM REPORT-SQL-TROUBLE
              END-EVALUATE
           END-PERFORM
           EXEC SQL
              CLOSE OWNERCUR
           END-EXEC
           MOVE 0 TO WRK-KEY-COUNT
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-KEY-COUNT
                  FROM TAB1 T
                 WHERE NOT EXISTS
                       (SELECT 1 FROM TAB1_OWNER O
                         WHERE O.COL_1 = T.COL_1)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              MOVE WRK-KEY-COUNT TO WRK-UNOWNED-COUNT
           END-IF
           MOVE '(NONE)' TO OL-SYSTEM-ID
           MOVE WRK-UNOWNED-COUNT TO OL-COUNT
           MOVE OWNER-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'OWNING SYSTEMS' TO T-LABEL
           MOVE WRK-SYSTEM-COUNT TO T-COUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'LIVE KEYS OWNED' TO T-LABEL
           MOVE WRK-OWNED-COUNT TO T-COUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'LIVE KEYS NOT YET OWNED' TO T-LABEL
           MOVE WRK-UNOWNED-COUNT TO T-COUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD.
      ****************************************************************
       PRINT-BLOCKED-SECTION.
           MOVE SPACES TO S-TITLE
           STRING 'CROSS-SYSTEM ATTEMPTS REFUSED IN ' KR-PERIOD
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
                    :KB-BLOCK-TS, :KB-COL-1, :KB-OWNER,
                    :KB-SYSTEM-ID, :KB-PROGRAM, :KB-ACTION
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WRK-READ-EOF-SW
                 WHEN 0
                    ADD 1 TO WRK-BLOCKED-COUNT
                    MOVE KB-BLOCK-TS  TO BL-BLOCK-TS
                    MOVE KB-COL-1     TO BL-COL-1
                    MOVE KB-OWNER     TO BL-OWNER
                    MOVE KB-SYSTEM-ID TO BL-SYSTEM-ID
                    IF KB-SYSTEM-ID = SPACES
                       MOVE '(NONE)' TO BL-SYSTEM-ID
                    END-IF
                    MOVE KB-PROGRAM   TO BL-PROGRAM
                    MOVE KB-ACTION    TO BL-ACTION
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
           MOVE 'ATTEMPTS REFUSED' TO T-LABEL
           MOVE WRK-BLOCKED-COUNT TO T-COUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD.
      ****************************************************************
       REPORT-SQL-TROUBLE.
           DISPLAY 'KEY-OWNER: SQL TROUBLE'
           DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           MOVE 'KEY-OWNER' TO WRK-AUDIT-SOURCE
           MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                  WRK-AUDIT-MESSAGE
           EXEC SQL
              ROLLBACK WORK
           END-EXEC
           MOVE 'Y' TO WRK-SQL-TROUBLE-SW.
