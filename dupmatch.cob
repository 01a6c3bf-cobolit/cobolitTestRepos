       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DUP-MATCH.
      ****************************************************************
      * DUP-MATCH - looks for the same customer sent under different
      * COL-1 keys. CHECK-DUPLICATE-KEY in POPULATE-DB only catches a
      * key sent twice; this run compares the TAB1_ADDR rows of every
      * key still on TAB1 or TAB1_HIST on a normalized match key -
      * ADDR_NAME, ADDR_STREET and ADDR_POSTCODE upper-cased with
      * everything but letters and digits squeezed out - and prints
      * each group of two or more keys sharing it. Each key in a
      * group shows LIVE or ARCHIVED, COL-2, COL-3, LOAD_DATE, FEED_ID
      * and its document count (TAB1_DOCS plus TAB1_DOCS_HIST).
      *
      * DUPMATCH_ACTION selects the run:
      *   MATCH (default) - print the suspect groups to
      *           DUPMATCH_PRINT_FILE (default "tab1dup.rpt")
      *   CLEAR - record that DUPMATCH_KEY_A and DUPMATCH_KEY_B were
      *           reviewed and are NOT the same customer. The pair
      *           goes into TAB1_NOTDUP (created on first use) with
      *           the operator (LOGNAME) and date, and is logged to
      *           AUDITLOG. A group is only printed while at least
      *           one pair inside it is still unreviewed, so a
      *           cleared pair does not come back every week.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - clean (MATCH: no suspect groups; CLEAR: pair recorded)
      *   4 - MATCH: suspect groups printed; CLEAR: pair already
      *       recorded
      *   8 - connect failure, bad parameters, file-open failure, or
      *       SQL abort
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
       01  DM-MATCH-KEY          PIC X(92).
       01  DM-COL-1              PIC X(20).
       01  DM-COL-2              PIC 9(10)V9(5).
       01  DM-COL-3              PIC 9(6).
       01  DM-LOAD-DATE          PIC X(10).
       01  DM-FEED-ID            PIC X(16).
       01  DM-NAME               PIC X(40).
       01  DM-POSTCODE           PIC X(10).
       01  DM-DOC-COUNT          PIC 9(9) COMP.
       01  DM-KEY-A              PIC X(20).
       01  DM-KEY-B              PIC X(20).
       01  DM-OPERATOR           PIC X(12).
       01  WRK-PAIR-COUNT        PIC 9(9) COMP.
       01  WRK-TABLE-EXISTS      PIC 9(9) COMP.
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
       01  WRK-ACTION            PIC X(8).
           88 ACTION-MATCH           VALUE 'MATCH'.
           88 ACTION-CLEAR           VALUE 'CLEAR'.
       01  WRK-KEY-A-PARM        PIC X(20).
       01  WRK-KEY-B-PARM        PIC X(20).
       01  WRK-PRINT-FILE-PATH   PIC X(80).
       01  WRK-PRINT-FILE-STATUS PIC X(2) VALUE "00".
       01  WRK-READ-EOF-SW       PIC X VALUE 'N'.
           88 NO-MORE-ROWS           VALUE 'Y'.
       01  WRK-FETCH-ERROR-SW    PIC X VALUE 'N'.
           88 FETCH-TROUBLE          VALUE 'Y'.
       01  WRK-ACTION-REFUSED-SW PIC X VALUE 'N'.
           88 ACTION-REFUSED         VALUE 'Y'.
       01  WRK-HIST-EXIST-SW     PIC X VALUE 'N'.
           88 HIST-TABLE-EXISTS      VALUE 'Y'.
       01  WRK-DOCS-EXIST-SW     PIC X VALUE 'N'.
           88 DOCS-TABLE-EXISTS      VALUE 'Y'.
       01  WRK-DOCH-EXIST-SW     PIC X VALUE 'N'.
           88 DOCS-HIST-EXISTS       VALUE 'Y'.
       01  WRK-NOTDUP-EXIST-SW   PIC X VALUE 'N'.
           88 NOTDUP-TABLE-EXISTS    VALUE 'Y'.
       01  WRK-ADDR-EXIST-SW     PIC X VALUE 'N'.
           88 ADDR-TABLE-EXISTS      VALUE 'Y'.
       01  WRK-CHG-EXIST-SW      PIC X VALUE 'N'.
           88 CHANGES-TABLE-EXISTS   VALUE 'Y'.
       01  WRK-CLEAR-RESULT      PIC X VALUE SPACE.
           88 PAIR-RECORDED          VALUE 'R'.
           88 PAIR-ALREADY-KNOWN     VALUE 'K'.
           88 PAIR-NOT-RECORDED      VALUE 'F'.
       01  WRK-ROW-COUNT         PIC 9(9) VALUE 0.
       01  WRK-GROUP-COUNT       PIC 9(9) VALUE 0.
       01  WRK-GROUPS-PRINTED    PIC 9(9) VALUE 0.
       01  WRK-GROUPS-CLEARED    PIC 9(9) VALUE 0.
       01  WRK-KEYS-PRINTED      PIC 9(9) VALUE 0.
       01  WRK-OPEN-PAIRS        PIC 9(9) VALUE 0.
       01  WRK-CLEARED-PAIRS     PIC 9(9) VALUE 0.
       01  WRK-CURRENT-MATCH-KEY PIC X(92) VALUE SPACES.
      *    One match group at a time - a group larger than this is
      *    printed as far as it fits and flagged.
       01  WRK-GRP-MAX           PIC 9(3) VALUE 50 COMP.
       01  WRK-GRP-COUNT         PIC 9(3) VALUE 0 COMP.
       01  WRK-GRP-OVERFLOW      PIC 9(9) VALUE 0.
       01  WRK-GRP-IX            PIC 9(3) VALUE 0 COMP.
       01  WRK-GRP-JX            PIC 9(3) VALUE 0 COMP.
       01  WRK-GRP-TABLE.
           05 WRK-GRP-ENTRY OCCURS 50.
              10 WGP-COL-1       PIC X(20).
              10 WGP-STATE       PIC X(8).
              10 WGP-COL-2       PIC 9(10)V9(5).
              10 WGP-COL-3       PIC 9(6).
              10 WGP-LOAD-DATE   PIC X(10).
              10 WGP-FEED-ID     PIC X(16).
              10 WGP-DOCS        PIC 9(9).
              10 WGP-NAME        PIC X(40).
              10 WGP-POSTCODE    PIC X(10).
       01  WRK-REPORT-DATE       PIC 9(8).
       01  WRK-LINE-COUNT        PIC 9(4) VALUE 0.
       01  WRK-LINES-PER-PAGE    PIC 9(4) VALUE 50.
       01  WRK-PAGE-COUNT        PIC 9(4) VALUE 0.
       01  WRK-START-TS          PIC X(14).
       01  WRK-TS-DATE           PIC 9(8).
       01  WRK-TS-TIME           PIC X(8).
       01  WRK-STATS-PROGRAM    PIC X(12).
       01  WRK-STATS-IN         PIC 9(9).
       01  WRK-STATS-OUT        PIC 9(9).
       01  WRK-STATS-REJ        PIC 9(9).
       01  WRK-STATS-STATUS     PIC X(8).
       01  WRK-AUDIT-SOURCE      PIC X(12).
       01  WRK-AUDIT-MESSAGE     PIC X(80).
       01  WRK-AUDIT-SQLCODE     PIC S9(9) COMP-5.

       01  HEADER-LINE-1.
           05 FILLER             PIC X(32)
              VALUE 'SUSPECTED DUPLICATE CUSTOMERS'.
           05 FILLER             PIC X(6)  VALUE 'DATE '.
           05 H-REPORT-DATE      PIC 9(8).
           05 FILLER             PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(5)  VALUE 'PAGE '.
           05 H-PAGE-NUMBER      PIC ZZZ9.
       01  HEADER-LINE-2.
           05 FILLER             PIC X(22) VALUE 'COL-1'.
           05 FILLER             PIC X(10) VALUE 'STATE'.
           05 FILLER             PIC X(18)
              VALUE '            COL-2'.
           05 FILLER             PIC X(8)  VALUE ' COL-3'.
           05 FILLER             PIC X(12) VALUE 'LOAD DATE'.
           05 FILLER             PIC X(18) VALUE 'FEED'.
           05 FILLER             PIC X(6)  VALUE ' DOCS'.
           05 FILLER             PIC X(20) VALUE 'NAME'.
       01  GROUP-HEADER-LINE.
           05 FILLER             PIC X(6)  VALUE 'GROUP '.
           05 GH-GROUP-NUMBER    PIC Z(5)9.
           05 FILLER             PIC X(3)  VALUE ' - '.
           05 GH-KEY-COUNT       PIC ZZ9.
           05 FILLER             PIC X(18) VALUE ' KEYS, POSTCODE '.
           05 GH-POSTCODE        PIC X(10).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 GH-NOTE            PIC X(50).
       01  DETAIL-LINE.
           05 D-COL-1            PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-STATE            PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-COL-2            PIC Z(9)9.99999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-COL-3            PIC Z(5)9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-LOAD-DATE        PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-FEED-ID          PIC X(16).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-DOCS             PIC Z(3)9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-NAME             PIC X(26).
       01  WRK-NOTE-TEXT.
           05 FILLER             PIC X(12) VALUE 'REVIEWED: '.
           05 NT-CLEARED         PIC ZZ9.
           05 FILLER             PIC X(12) VALUE ' OF '.
           05 NT-PAIRS           PIC ZZZ9.
           05 FILLER             PIC X(19) VALUE ' PAIRS CLEARED'.
       01  TOTAL-LINE.
           05 T-LABEL            PIC X(36).
           05 T-COUNT            PIC Z(8)9.

      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *    The match key is built once in the WITH clause so the
      *    grouping and the listing agree on exactly one expression.
           EXEC SQL DECLARE
              DUPALL CURSOR FOR
                 WITH N AS
                  (SELECT COL_1,
                          REGEXP_REPLACE(UPPER(
                             COALESCE(ADDR_NAME, '') || '|' ||
                             COALESCE(ADDR_STREET, '') || '|' ||
                             COALESCE(ADDR_POSTCODE, '')),
                             '[^A-Z0-9|]', '', 'g') AS MATCH_KEY,
                          COALESCE(ADDR_NAME, ' ') AS NAME,
                          COALESCE(ADDR_POSTCODE, ' ') AS POSTCODE
                     FROM TAB1_ADDR
                    WHERE TRIM(COALESCE(ADDR_NAME, '')) <> ''
                      AND (COL_1 IN (SELECT COL_1 FROM TAB1)
                       OR  COL_1 IN (SELECT COL_1 FROM TAB1_HIST)))
                 SELECT MATCH_KEY, COL_1, NAME, POSTCODE FROM N
                  WHERE MATCH_KEY IN
                        (SELECT MATCH_KEY FROM N
                          GROUP BY MATCH_KEY
                         HAVING COUNT(*) > 1)
                  ORDER BY MATCH_KEY, COL_1
           END-EXEC
           EXEC SQL DECLARE
              DUPLIVE CURSOR FOR
                 WITH N AS
                  (SELECT COL_1,
                          REGEXP_REPLACE(UPPER(
                             COALESCE(ADDR_NAME, '') || '|' ||
                             COALESCE(ADDR_STREET, '') || '|' ||
                             COALESCE(ADDR_POSTCODE, '')),
                             '[^A-Z0-9|]', '', 'g') AS MATCH_KEY,
                          COALESCE(ADDR_NAME, ' ') AS NAME,
                          COALESCE(ADDR_POSTCODE, ' ') AS POSTCODE
                     FROM TAB1_ADDR
                    WHERE TRIM(COALESCE(ADDR_NAME, '')) <> ''
                      AND COL_1 IN (SELECT COL_1 FROM TAB1))
                 SELECT MATCH_KEY, COL_1, NAME, POSTCODE FROM N
                  WHERE MATCH_KEY IN
                        (SELECT MATCH_KEY FROM N
                          GROUP BY MATCH_KEY
                         HAVING COUNT(*) > 1)
                  ORDER BY MATCH_KEY, COL_1
           END-EXEC
           MOVE 0 TO SQLCODE
           MOVE 0 TO DB-RETURN-CODE
           ACCEPT WRK-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TS-DATE      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           PERFORM READ-PARAMETERS
           IF NOT ACTION-MATCH AND NOT ACTION-CLEAR
              MOVE 'Y' TO WRK-ACTION-REFUSED-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'DUP-MATCH: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-FETCH-ERROR-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CHECK-SUPPORTING-TABLES
           IF ACTION-CLEAR
              PERFORM RECORD-NOT-DUPLICATE
           ELSE
              PERFORM MATCH-RUN
           END-IF
           EXEC SQL
              DISCONNECT ALL
           END-EXEC
           PERFORM RECORD-RUN-STATS
           EVALUATE TRUE
              WHEN ACTION-CLEAR AND PAIR-RECORDED
                 MOVE 0 TO RETURN-CODE
              WHEN ACTION-CLEAR AND PAIR-ALREADY-KNOWN
                 MOVE 4 TO RETURN-CODE
              WHEN ACTION-CLEAR
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-PRINT-FILE-STATUS NOT = "00"
                 MOVE 8 TO RETURN-CODE
              WHEN FETCH-TROUBLE
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-GROUPS-PRINTED > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      ****************************************************************
       RECORD-RUN-STATS.
           MOVE 'DUP-MATCH' TO WRK-STATS-PROGRAM
           MOVE WRK-ROW-COUNT TO WRK-STATS-IN
           MOVE WRK-KEYS-PRINTED TO WRK-STATS-OUT
           MOVE 0 TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN ACTION-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN FETCH-TROUBLE
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN ACTION-CLEAR AND PAIR-NOT-RECORDED
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN ACTION-CLEAR
                 MOVE 'COMPLETE' TO WRK-STATS-STATUS
              WHEN WRK-PRINT-FILE-STATUS NOT = "00"
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
              DISPLAY 'DUP-MATCH: CONNECTED - ENVIRONMENT '
                      WRK-ENV-CODE
           ELSE
              DISPLAY 'DUP-MATCH: CONNECT FAILED, RETURN CODE = '
                      DB-RETURN-CODE
           END-IF.
      ****************************************************************
       READ-PARAMETERS.
           MOVE SPACES TO WRK-ACTION
           ACCEPT WRK-ACTION FROM ENVIRONMENT "DUPMATCH_ACTION"
           MOVE FUNCTION UPPER-CASE(WRK-ACTION) TO WRK-ACTION
           IF WRK-ACTION = SPACES
              MOVE 'MATCH' TO WRK-ACTION
           END-IF
           MOVE SPACES TO WRK-KEY-A-PARM
           ACCEPT WRK-KEY-A-PARM FROM ENVIRONMENT "DUPMATCH_KEY_A"
           MOVE SPACES TO WRK-KEY-B-PARM
           ACCEPT WRK-KEY-B-PARM FROM ENVIRONMENT "DUPMATCH_KEY_B"
           MOVE SPACES TO DM-OPERATOR
           ACCEPT DM-OPERATOR FROM ENVIRONMENT "LOGNAME"
           EVALUATE TRUE
              WHEN ACTION-MATCH
                 CONTINUE
              WHEN ACTION-CLEAR
                 IF WRK-KEY-A-PARM = SPACES
                    OR WRK-KEY-B-PARM = SPACES
                    OR WRK-KEY-A-PARM = WRK-KEY-B-PARM
                    DISPLAY 'DUP-MATCH: CLEAR NEEDS TWO DIFFERENT '
                            'KEYS IN DUPMATCH_KEY_A AND DUPMATCH_KEY_B'
                    MOVE SPACES TO WRK-ACTION
                 END-IF
              WHEN OTHER
                 DISPLAY 'DUP-MATCH: UNKNOWN DUPMATCH_ACTION "'
                         WRK-ACTION '" - USE MATCH OR CLEAR'
           END-EVALUATE.
      ****************************************************************
       CHECK-SUPPORTING-TABLES.
           MOVE 'N' TO WRK-ADDR-EXIST-SW
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_addr'
           END-EXEC
           IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-ADDR-EXIST-SW
           END-IF
           MOVE 'N' TO WRK-HIST-EXIST-SW
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_hist'
           END-EXEC
           IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-HIST-EXIST-SW
           END-IF
           MOVE 'N' TO WRK-DOCS-EXIST-SW
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_docs'
           END-EXEC
           IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-DOCS-EXIST-SW
           END-IF
           MOVE 'N' TO WRK-DOCH-EXIST-SW
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_docs_hist'
           END-EXEC
           IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-DOCH-EXIST-SW
           END-IF
           MOVE 'N' TO WRK-NOTDUP-EXIST-SW
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_notdup'
           END-EXEC
           IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-NOTDUP-EXIST-SW
           END-IF
           MOVE 'N' TO WRK-CHG-EXIST-SW
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
       RECORD-NOT-DUPLICATE.
      *    Pairs are stored low key first so (A,B) and (B,A) are the
      *    same row.
           MOVE 'F' TO WRK-CLEAR-RESULT
           IF WRK-KEY-A-PARM < WRK-KEY-B-PARM
              MOVE WRK-KEY-A-PARM TO DM-KEY-A
              MOVE WRK-KEY-B-PARM TO DM-KEY-B
           ELSE
              MOVE WRK-KEY-B-PARM TO DM-KEY-A
              MOVE WRK-KEY-A-PARM TO DM-KEY-B
           END-IF
           PERFORM CREATE-NOTDUP-IF-MISSING
           MOVE 0 TO WRK-PAIR-COUNT
           IF NOTDUP-TABLE-EXISTS
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-PAIR-COUNT
                     FROM TAB1_NOTDUP
                    WHERE COL_1_A = :DM-KEY-A
                      AND COL_1_B = :DM-KEY-B
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    PERFORM REPORT-SQL-TROUBLE
                 WHEN WRK-PAIR-COUNT > 0
                    DISPLAY 'DUP-MATCH: PAIR ' DM-KEY-A ' / '
                            DM-KEY-B
                            ' IS ALREADY RECORDED AS NOT DUPLICATE'
                    MOVE 'K' TO WRK-CLEAR-RESULT
                 WHEN OTHER
                    PERFORM INSERT-NOT-DUPLICATE
              END-EVALUATE
           END-IF.
      ****************************************************************
       INSERT-NOT-DUPLICATE.
           EXEC SQL
                INSERT INTO TAB1_NOTDUP
                       (COL_1_A, COL_1_B, CONFIRMED_BY)
                VALUES (:DM-KEY-A, :DM-KEY-B, :DM-OPERATOR)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
              EXEC SQL
                 ROLLBACK
              END-EXEC
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              MOVE 'R' TO WRK-CLEAR-RESULT
              DISPLAY 'DUP-MATCH: PAIR ' DM-KEY-A ' / ' DM-KEY-B
                      ' RECORDED AS NOT DUPLICATE'
              MOVE 'DUP-MATCH' TO WRK-AUDIT-SOURCE
              MOVE 0 TO WRK-AUDIT-SQLCODE
              MOVE SPACES TO WRK-AUDIT-MESSAGE
              STRING 'NOT DUPLICATE ' DM-KEY-A DELIMITED BY SPACE
                     ' / '            DELIMITED BY SIZE
                     DM-KEY-B         DELIMITED BY SPACE
                     ' BY '           DELIMITED BY SIZE
                     DM-OPERATOR      DELIMITED BY SPACE
                 INTO WRK-AUDIT-MESSAGE
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                     WRK-AUDIT-SQLCODE
                                     WRK-AUDIT-MESSAGE
           END-IF.
      ****************************************************************
       CREATE-NOTDUP-IF-MISSING.
      *    Same idempotent create-if-missing pattern the other
      *    companion tables use.
           IF NOT NOTDUP-TABLE-EXISTS
              DISPLAY 'DUP-MATCH: CREATE TABLE TAB1_NOTDUP'
              EXEC SQL
                   CREATE TABLE TAB1_NOTDUP
                   (
                    COL_1_A         CHAR(20),
                    COL_1_B         CHAR(20),
                    CONFIRMED_BY    CHAR(12),
                    CONFIRMED_DATE  DATE DEFAULT CURRENT_DATE,
                    PRIMARY KEY (COL_1_A, COL_1_B)
                   )
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 MOVE 'Y' TO WRK-NOTDUP-EXIST-SW
              ELSE
                 PERFORM REPORT-SQL-TROUBLE
              END-IF
           END-IF.
      ****************************************************************
       MATCH-RUN.
           IF NOT ADDR-TABLE-EXISTS
              DISPLAY 'DUP-MATCH: NO TAB1_ADDR TABLE - NOTHING TO '
                      'MATCH'
           ELSE
              PERFORM OPEN-PRINT-FILE
              IF WRK-PRINT-FILE-STATUS = "00"
                 PERFORM PRINT-NEW-PAGE-HEADER
                 PERFORM MATCH-ALL-ADDRESSES
                 PERFORM PRINT-CONTROL-TOTALS
                 CLOSE PRINT-FILE
              END-IF
              DISPLAY 'DUP-MATCH: ' WRK-GROUP-COUNT
                      ' GROUP(S) FOUND, '
                      WRK-GROUPS-PRINTED ' PRINTED, '
                      WRK-GROUPS-CLEARED ' ALREADY REVIEWED'
           END-IF.
      ****************************************************************
       MATCH-ALL-ADDRESSES.
           IF HIST-TABLE-EXISTS
              EXEC SQL
                 OPEN DUPALL
              END-EXEC
           ELSE
              EXEC SQL
                 OPEN DUPLIVE
              END-EXEC
           END-IF
           MOVE 0 TO WRK-GRP-COUNT
           MOVE SPACES TO WRK-CURRENT-MATCH-KEY
           PERFORM UNTIL NO-MORE-ROWS
              PERFORM FETCH-ONE-ROW
              IF NOT NO-MORE-ROWS
                 IF DM-MATCH-KEY NOT = WRK-CURRENT-MATCH-KEY
                    PERFORM CLOSE-OUT-GROUP
                    MOVE DM-MATCH-KEY TO WRK-CURRENT-MATCH-KEY
                 END-IF
                 PERFORM ADD-KEY-TO-GROUP
              END-IF
           END-PERFORM
           PERFORM CLOSE-OUT-GROUP
           IF HIST-TABLE-EXISTS
              EXEC SQL
                 CLOSE DUPALL
              END-EXEC
           ELSE
              EXEC SQL
                 CLOSE DUPLIVE
              END-EXEC
           END-IF.
      ****************************************************************
       OPEN-PRINT-FILE.
           MOVE SPACES TO WRK-PRINT-FILE-PATH
           ACCEPT WRK-PRINT-FILE-PATH
                  FROM ENVIRONMENT "DUPMATCH_PRINT_FILE"
           IF WRK-PRINT-FILE-PATH = SPACES
              MOVE "tab1dup.rpt" TO WRK-PRINT-FILE-PATH
           END-IF
           ACCEPT WRK-REPORT-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT PRINT-FILE
           IF WRK-PRINT-FILE-STATUS NOT = "00"
              DISPLAY 'DUP-MATCH: UNABLE TO OPEN '
                      WRK-PRINT-FILE-PATH
                      ' STATUS ' WRK-PRINT-FILE-STATUS
           END-IF.
      ****************************************************************
       FETCH-ONE-ROW.
           IF HIST-TABLE-EXISTS
              EXEC SQL
                 FETCH NEXT DUPALL INTO
                    :DM-MATCH-KEY, :DM-COL-1, :DM-NAME, :DM-POSTCODE
              END-EXEC
           ELSE
              EXEC SQL
                 FETCH NEXT DUPLIVE INTO
                    :DM-MATCH-KEY, :DM-COL-1, :DM-NAME, :DM-POSTCODE
              END-EXEC
           END-IF
           EVALUATE SQLCODE
              WHEN 100
                 MOVE 'Y' TO WRK-READ-EOF-SW
              WHEN 0
                 ADD 1 TO WRK-ROW-COUNT
              WHEN OTHER
                 DISPLAY 'DUP-MATCH: FETCH ERROR ' SQLCODE
                         '->' SQLERRMC
                 MOVE 'Y' TO WRK-READ-EOF-SW
                 MOVE 'Y' TO WRK-FETCH-ERROR-SW
           END-EVALUATE.
      ****************************************************************
       ADD-KEY-TO-GROUP.
           IF WRK-GRP-COUNT >= WRK-GRP-MAX
              ADD 1 TO WRK-GRP-OVERFLOW
           ELSE
              ADD 1 TO WRK-GRP-COUNT
              MOVE DM-COL-1    TO WGP-COL-1(WRK-GRP-COUNT)
              MOVE DM-NAME     TO WGP-NAME(WRK-GRP-COUNT)
              MOVE DM-POSTCODE TO WGP-POSTCODE(WRK-GRP-COUNT)
              PERFORM FETCH-KEY-DETAIL
              MOVE DM-COL-2     TO WGP-COL-2(WRK-GRP-COUNT)
              MOVE DM-COL-3     TO WGP-COL-3(WRK-GRP-COUNT)
              MOVE DM-LOAD-DATE TO WGP-LOAD-DATE(WRK-GRP-COUNT)
              MOVE DM-FEED-ID   TO WGP-FEED-ID(WRK-GRP-COUNT)
              PERFORM COUNT-KEY-DOCUMENTS
              MOVE DM-DOC-COUNT TO WGP-DOCS(WRK-GRP-COUNT)
           END-IF.
      ****************************************************************
       FETCH-KEY-DETAIL.
      *    Live row first; a key the cursor matched that is not live
      *    must be on TAB1_HIST.
           MOVE 0      TO DM-COL-2 DM-COL-3
           MOVE SPACES TO DM-LOAD-DATE DM-FEED-ID
           MOVE 'LIVE' TO WGP-STATE(WRK-GRP-COUNT)
           EXEC SQL
                SELECT COL_2, COL_3,
                       COALESCE(TO_CHAR(LOAD_DATE, 'YYYY-MM-DD'), ' '),
                       COALESCE(FEED_ID, ' ')
                  INTO :DM-COL-2, :DM-COL-3, :DM-LOAD-DATE,
                       :DM-FEED-ID
                  FROM TAB1
                 WHERE COL_1 = :DM-COL-1
           END-EXEC
      *    TAB1_HIST keeps no FEED_ID - an archived key's feed comes
      *    from the journal's insert for it. A key archived more than
      *    once shows its latest history row.
           IF SQLCODE = 100 AND HIST-TABLE-EXISTS
              MOVE 'ARCHIVED' TO WGP-STATE(WRK-GRP-COUNT)
              EXEC SQL
                   SELECT COL_2, COL_3,
                          COALESCE(TO_CHAR(LOAD_DATE, 'YYYY-MM-DD'),
                                   ' ')
                     INTO :DM-COL-2, :DM-COL-3, :DM-LOAD-DATE
                     FROM TAB1_HIST
                    WHERE COL_1 = :DM-COL-1
                    ORDER BY ARCHIVED_DATE DESC LIMIT 1
              END-EXEC
              IF SQLCODE = 0 AND CHANGES-TABLE-EXISTS
                 PERFORM FETCH-ARCHIVED-FEED-ID
              END-IF
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY 'DUP-MATCH: DETAIL READ ERROR ' SQLCODE
                      ' KEY ' DM-COL-1
              MOVE '?' TO WGP-STATE(WRK-GRP-COUNT)
           END-IF.
      ****************************************************************
       FETCH-ARCHIVED-FEED-ID.
      *    No insert on the journal (a row older than the journal)
      *    just leaves the feed blank - not a read error.
           EXEC SQL
                SELECT COALESCE(FEED_ID, ' ')
                  INTO :DM-FEED-ID
                  FROM TAB1_CHANGES
                 WHERE COL_1 = :DM-COL-1
                   AND CHG_ACTION = 'I'
                   AND COALESCE(TRIM(FEED_ID), '') <> ''
                 ORDER BY CHG_TS DESC LIMIT 1
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO DM-FEED-ID
              MOVE 0 TO SQLCODE
           END-IF.
      ****************************************************************
       COUNT-KEY-DOCUMENTS.
           MOVE 0 TO WRK-PAIR-COUNT
           MOVE 0 TO DM-DOC-COUNT
           IF DOCS-TABLE-EXISTS
              EXEC SQL
                   SELECT COUNT(*) INTO :DM-DOC-COUNT
                     FROM TAB1_DOCS
                    WHERE COL_1 = :DM-COL-1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO DM-DOC-COUNT
              END-IF
           END-IF
           IF DOCS-HIST-EXISTS
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-PAIR-COUNT
                     FROM TAB1_DOCS_HIST
                    WHERE COL_1 = :DM-COL-1
              END-EXEC
              IF SQLCODE = 0
                 ADD WRK-PAIR-COUNT TO DM-DOC-COUNT
              END-IF
           END-IF.
      ****************************************************************
       CLOSE-OUT-GROUP.
      *    A group prints while any pair in it is still unreviewed.
           IF WRK-GRP-COUNT > 1
              ADD 1 TO WRK-GROUP-COUNT
              MOVE 0 TO WRK-OPEN-PAIRS
              MOVE 0 TO WRK-CLEARED-PAIRS
              MOVE 0 TO WRK-GRP-IX
              PERFORM UNTIL WRK-GRP-IX >= WRK-GRP-COUNT
                 ADD 1 TO WRK-GRP-IX
                 MOVE WRK-GRP-IX TO WRK-GRP-JX
                 PERFORM UNTIL WRK-GRP-JX >= WRK-GRP-COUNT
                    ADD 1 TO WRK-GRP-JX
                    PERFORM JUDGE-ONE-PAIR
                 END-PERFORM
              END-PERFORM
              IF WRK-OPEN-PAIRS = 0
                 ADD 1 TO WRK-GROUPS-CLEARED
              ELSE
                 PERFORM PRINT-ONE-GROUP
              END-IF
           END-IF
           MOVE 0 TO WRK-GRP-COUNT
           MOVE 0 TO WRK-GRP-OVERFLOW.
      ****************************************************************
       JUDGE-ONE-PAIR.
      *    Low key first, by the same comparison RECORD-NOT-DUPLICATE
      *    stored it under - the group's order is the database's.
           IF WGP-COL-1(WRK-GRP-IX) < WGP-COL-1(WRK-GRP-JX)
              MOVE WGP-COL-1(WRK-GRP-IX) TO DM-KEY-A
              MOVE WGP-COL-1(WRK-GRP-JX) TO DM-KEY-B
           ELSE
              MOVE WGP-COL-1(WRK-GRP-JX) TO DM-KEY-A
              MOVE WGP-COL-1(WRK-GRP-IX) TO DM-KEY-B
           END-IF
           MOVE 0 TO WRK-PAIR-COUNT
           IF NOTDUP-TABLE-EXISTS
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-PAIR-COUNT
                     FROM TAB1_NOTDUP
                    WHERE COL_1_A = :DM-KEY-A
                      AND COL_1_B = :DM-KEY-B
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO WRK-PAIR-COUNT
              END-IF
           END-IF
           IF WRK-PAIR-COUNT > 0
              ADD 1 TO WRK-CLEARED-PAIRS
           ELSE
              ADD 1 TO WRK-OPEN-PAIRS
           END-IF.
      ****************************************************************
       PRINT-ONE-GROUP.
           COMPUTE WRK-LINE-COUNT = WRK-LINE-COUNT + WRK-GRP-COUNT + 2
           IF WRK-LINE-COUNT > WRK-LINES-PER-PAGE
              PERFORM PRINT-NEW-PAGE-HEADER
              COMPUTE WRK-LINE-COUNT = WRK-GRP-COUNT + 2
           END-IF
           ADD 1 TO WRK-GROUPS-PRINTED
           MOVE WRK-GROUPS-PRINTED TO GH-GROUP-NUMBER
           MOVE WRK-GRP-COUNT      TO GH-KEY-COUNT
           MOVE WGP-POSTCODE(1)    TO GH-POSTCODE
           MOVE SPACES TO GH-NOTE
           IF WRK-CLEARED-PAIRS > 0
              MOVE WRK-CLEARED-PAIRS TO NT-CLEARED
              COMPUTE NT-PAIRS = WRK-CLEARED-PAIRS + WRK-OPEN-PAIRS
              MOVE WRK-NOTE-TEXT TO GH-NOTE
           END-IF
           IF WRK-GRP-OVERFLOW > 0
              MOVE 'GROUP TRUNCATED - MORE KEYS SHARE THIS ADDRESS'
                TO GH-NOTE
           END-IF
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE GROUP-HEADER-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 0 TO WRK-GRP-IX
           PERFORM UNTIL WRK-GRP-IX >= WRK-GRP-COUNT
              ADD 1 TO WRK-GRP-IX
              MOVE WGP-COL-1(WRK-GRP-IX)     TO D-COL-1
              MOVE WGP-STATE(WRK-GRP-IX)     TO D-STATE
              MOVE WGP-COL-2(WRK-GRP-IX)     TO D-COL-2
              MOVE WGP-COL-3(WRK-GRP-IX)     TO D-COL-3
              MOVE WGP-LOAD-DATE(WRK-GRP-IX) TO D-LOAD-DATE
              MOVE WGP-FEED-ID(WRK-GRP-IX)   TO D-FEED-ID
              MOVE WGP-DOCS(WRK-GRP-IX)      TO D-DOCS
              MOVE WGP-NAME(WRK-GRP-IX)      TO D-NAME
              MOVE DETAIL-LINE TO PRINT-RECORD
              WRITE PRINT-RECORD
              ADD 1 TO WRK-KEYS-PRINTED
           END-PERFORM.
      ****************************************************************
       PRINT-NEW-PAGE-HEADER.
           ADD 1 TO WRK-PAGE-COUNT
           MOVE WRK-REPORT-DATE TO H-REPORT-DATE
           MOVE WRK-PAGE-COUNT  TO H-PAGE-NUMBER
           MOVE HEADER-LINE-1 TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE HEADER-LINE-2 TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 0 TO WRK-LINE-COUNT.
      ****************************************************************
       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'ADDRESS ROWS IN MATCH GROUPS:' TO T-LABEL
           MOVE WRK-ROW-COUNT TO T-COUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'MATCH GROUPS FOUND:' TO T-LABEL
           MOVE WRK-GROUP-COUNT TO T-COUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'GROUPS PRINTED FOR REVIEW:' TO T-LABEL
           MOVE WRK-GROUPS-PRINTED TO T-COUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'GROUPS ALREADY CLEARED:' TO T-LABEL
           MOVE WRK-GROUPS-CLEARED TO T-COUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD.
      ****************************************************************
       REPORT-SQL-TROUBLE.
           DISPLAY 'DUP-MATCH: SQL TROUBLE'
           DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           MOVE 'DUP-MATCH' TO WRK-AUDIT-SOURCE
           MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                  WRK-AUDIT-MESSAGE.
