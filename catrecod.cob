       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CAT-RECODE.
      ****************************************************************
      * CAT-RECODE - moves the rows still carrying a retired or split
      * COL-3 category code onto its replacement, on TAB1 and on
      * TAB1_HIST alike, driven by a mapping file of old code / new
      * code lines (RECODE_MAP_FILE, default "catrecod.map", layout
      * catmap.cpy). A line may name one customer key, which is how a
      * split is written; keyed lines go first, then the blank-key
      * lines move everything left on the old code.
      *   RECODE_MAP_FILE            the mapping file
      *   RECODE_PRINT_FILE          register ("catrecod.rpt")
      *   RECODE_CHECKPOINT_INTERVAL rows per unit of work (100)
      *
      * The whole mapping file is checked before anything moves: a
      * line that is not numeric, maps a code to itself, repeats an
      * old code for the same key, or chains (a new code that is
      * itself being retired in the same file) refuses the run, as
      * does a new code that is not an active code in TAB1_CATEGORY
      * (see CAT-MAINT).
      *
      * Each row moved is journaled to TAB1_CHANGES as action 'C'
      * under program CAT-RECODE, feed id CAToooooo>nnnnnn (old and
      * new code), with COL-2 and COL-5 unchanged. Rows are committed
      * RECODE_CHECKPOINT_INTERVAL at a time together with their
      * journal rows and the mapping's running counts in TAB1_CATMAP,
      * so an interrupted run loses at most one unit of work and a
      * rerun simply carries on - the rows still to do are exactly
      * the ones still on the old code.
      *
      * TAB1_CATMAP keeps every mapping applied (old code, new code,
      * key, business date, rows moved on each table) and, for the
      * blank-key lines, the code each retired code's history now
      * continues under (SERIES_COL_3, followed through a later
      * recode of the new code), which is what lets CAT-TREND show
      * the old and new codes as one series. The snapshots
      * themselves are left as SUMMARY-TAB1 took them.
      *
      * The register prints, for every code named in the file and
      * for TAB1 and TAB1_HIST separately, the row count and COL-2
      * sum before, the net moved in or out and the count and sum
      * after; after must equal before plus net for every line, and
      * the codes taken together must hold the same rows and COL-2
      * after as before. The run takes the TAB1 write lock, and the
      * operator (LOGNAME) must hold CATEGORY in the role file (see
      * OPER-AUTH).
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - rows recoded, register in balance
      *   4 - empty mapping file, or no rows on any old code
      *   8 - connect/lock failure, operator not authorized, mapping
      *       file refused, business day closed or control record
      *       unreadable, file-open failure, SQL abort (rerun to
      *       carry on), or register out of balance
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECODE-MAP-FILE ASSIGN TO WRK-MAP-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-MAP-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO WRK-PRINT-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECODE-MAP-FILE.
           COPY "catmap.cpy".
       FD  PRINT-FILE.
       01  PRINT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.
       01  RC-OLD-COL-3       PIC 9(6).
       01  RC-NEW-COL-3       PIC 9(6).
       01  RC-COL-1           PIC X(20).
       01  RC-KEYED           PIC 9(1).
       01  RC-COL-2           PIC 9(10)V9(5).
       01  RC-COL-5           PIC X(50).
       01  RC-ROWS            PIC 9(9).
       01  RC-SUM             PIC 9(14)V9(5).
       01  RC-RECODE-DATE     PIC X(8).
       01  RC-RECODE-TS       PIC X(14).
       01  RC-PEND-T1-ROWS    PIC 9(9).
       01  RC-PEND-H-ROWS     PIC 9(9).
       01  RC-PEND-COL-2      PIC 9(14)V9(5).
       01  RC-MAP-STATUS      PIC X(8).
       01  CT-COL-3           PIC 9(6).
       01  CT-ACTIVE          PIC X(1).
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
       01  WRK-MAP-FILE-PATH     PIC X(80).
       01  WRK-MAP-FILE-STATUS   PIC X(2).
       01  WRK-PRINT-FILE-PATH   PIC X(80).
       01  WRK-PRINT-FILE-STATUS PIC X(2).
       01  WRK-CKPT-INTERVAL     PIC 9(5) VALUE 100.
       01  WRK-CKPT-INTERVAL-PARM PIC X(5) VALUE SPACES.
       01  WRK-CKPT-COUNTER      PIC 9(5) VALUE 0.
       01  WRK-TODAY-8           PIC 9(8).
       01  WRK-TS-TIME           PIC X(8).
       01  WRK-START-TS          PIC X(14).
       01  WRK-MAP-EOF-SW        PIC X VALUE 'N'.
           88 MAP-EOF                VALUE 'Y'.
       01  WRK-READ-EOF-SW       PIC X VALUE 'N'.
           88 NO-MORE-ROWS           VALUE 'Y'.
       01  WRK-SQL-TROUBLE-SW    PIC X VALUE 'N'.
           88 SQL-TROUBLE            VALUE 'Y'.
       01  WRK-REFUSED-SW        PIC X VALUE 'N'.
           88 RUN-REFUSED            VALUE 'Y'.
       01  WRK-DATE-REFUSED-SW   PIC X VALUE 'N'.
           88 BUSINESS-DATE-REFUSED  VALUE 'Y'.
       01  WRK-HIST-EXIST-SW     PIC X VALUE 'N'.
           88 HIST-TABLE-EXISTS      VALUE 'Y'.
       01  WRK-BALANCE-SW        PIC X VALUE 'Y'.
           88 REGISTER-IN-BALANCE    VALUE 'Y'.
       01  WRK-PASS-SW           PIC X VALUE 'K'.
           88 KEYED-PASS             VALUE 'K'.
           88 BLANKET-PASS           VALUE 'B'.
       01  WRK-MAP-LINE-NO       PIC 9(5) VALUE 0.
       01  WRK-MAP-ERROR         PIC X(40) VALUE SPACES.
       01  WRK-LAST-COL-1        PIC X(20) VALUE SPACES.
      *    The mapping file as read, with what each line moved.
       01  WRK-MAP-COUNT         PIC 9(4) VALUE 0 COMP.
       01  WRK-MAP-IX            PIC 9(4) VALUE 0 COMP.
       01  WRK-MAP-JX            PIC 9(4) VALUE 0 COMP.
       01  WRK-MAP-TABLE.
           05 WRK-MAP-ENTRY OCCURS 200.
              10 WME-OLD-COL-3   PIC 9(6).
              10 WME-NEW-COL-3   PIC 9(6).
              10 WME-COL-1       PIC X(20).
              10 WME-T1-ROWS     PIC 9(9).
              10 WME-H-ROWS      PIC 9(9).
              10 WME-COL-2-MOVED PIC 9(14)V9(5).
      *    Every code the file names, old or new, with its counts
      *    before and after and what this run moved in or out.
       01  WRK-CODE-COUNT        PIC 9(4) VALUE 0 COMP.
       01  WRK-CODE-IX           PIC 9(4) VALUE 0 COMP.
       01  WRK-OLD-IX            PIC 9(4) VALUE 0 COMP.
       01  WRK-NEW-IX            PIC 9(4) VALUE 0 COMP.
       01  WRK-SEEK-COL-3        PIC 9(6).
       01  WRK-CODE-FOUND-SW     PIC X VALUE 'N'.
           88 CODE-FOUND             VALUE 'Y'.
       01  WRK-CODE-TABLE.
           05 WRK-CODE-ENTRY OCCURS 400.
              10 WCE-COL-3       PIC 9(6).
              10 WCE-BEF-T1-ROWS PIC 9(9).
              10 WCE-BEF-T1-SUM  PIC 9(14)V9(5).
              10 WCE-BEF-H-ROWS  PIC 9(9).
              10 WCE-BEF-H-SUM   PIC 9(14)V9(5).
              10 WCE-NET-T1-ROWS PIC S9(9).
              10 WCE-NET-T1-SUM  PIC S9(14)V9(5).
              10 WCE-NET-H-ROWS  PIC S9(9).
              10 WCE-NET-H-SUM   PIC S9(14)V9(5).
              10 WCE-AFT-T1-ROWS PIC 9(9).
              10 WCE-AFT-T1-SUM  PIC 9(14)V9(5).
              10 WCE-AFT-H-ROWS  PIC 9(9).
              10 WCE-AFT-H-SUM   PIC 9(14)V9(5).
      *    Moved since the last commit - folded into the tables above
      *    only once the unit of work is committed.
       01  WRK-PEND-T1-ROWS      PIC 9(9) VALUE 0.
       01  WRK-PEND-T1-SUM       PIC 9(14)V9(5) VALUE 0.
       01  WRK-PEND-H-ROWS       PIC 9(9) VALUE 0.
       01  WRK-PEND-H-SUM        PIC 9(14)V9(5) VALUE 0.
       01  WRK-RUN-T1-ROWS       PIC 9(9) VALUE 0.
       01  WRK-RUN-H-ROWS        PIC 9(9) VALUE 0.
       01  WRK-RUN-COL-2         PIC 9(14)V9(5) VALUE 0.
       01  WRK-TOT-BEF-ROWS      PIC 9(9) VALUE 0.
       01  WRK-TOT-BEF-SUM       PIC 9(14)V9(5) VALUE 0.
       01  WRK-TOT-AFT-ROWS      PIC 9(9) VALUE 0.
       01  WRK-TOT-AFT-SUM       PIC 9(14)V9(5) VALUE 0.
       01  WRK-EXPECT-ROWS       PIC S9(10) VALUE 0.
       01  WRK-EXPECT-SUM        PIC S9(15)V9(5) VALUE 0.
       01  WRK-OUT-OF-BAL-COUNT  PIC 9(4) VALUE 0.
       01  WRK-JRNL-ACTION       PIC X(1) VALUE 'C'.
       01  WRK-JRNL-PROGRAM      PIC X(12) VALUE 'CAT-RECODE'.
       01  WRK-JRNL-FEED-ID      PIC X(16).
       01  WRK-JRNL-NEW-COL-2    PIC 9(10)V9(5).
       01  WRK-JRNL-NEW-COL-5    PIC X(50).
       01  WRK-JRNL-RETURN       PIC S9(9).
       01  WRK-BIZ-ACTION        PIC X(1) VALUE 'G'.
       01  WRK-BIZ-PROGRAM       PIC X(12) VALUE 'CAT-RECODE'.
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
       01  WRK-EVENT-PROGRAM     PIC X(12).
       01  WRK-EVENT-SEVERITY    PIC X(8).
       01  WRK-EVENT-CODE        PIC X(8).
       01  WRK-EVENT-SUBJECT     PIC X(20).
       01  WRK-EVENT-TEXT        PIC X(60).
       01  WRK-LOCK-ACTION       PIC X(1).
       01  WRK-LOCK-PROGRAM      PIC X(12) VALUE 'CAT-RECODE'.
       01  WRK-LOCK-RESULT       PIC S9(9) VALUE 0.
       01  WRK-AUTH-ACTION       PIC X(12) VALUE 'CATEGORY'.
       01  WRK-AUTH-PROGRAM      PIC X(12) VALUE 'CAT-RECODE'.
       01  WRK-AUTH-OPERATOR     PIC X(12).
       01  WRK-AUTH-RESULT       PIC S9(9) VALUE 0.

       01  HEADER-LINE-1.
           05 FILLER             PIC X(28)
              VALUE 'CATEGORY RECODE REGISTER'.
           05 FILLER             PIC X(14) VALUE 'BUSINESS DATE '.
           05 H-BIZ-DATE         PIC 9(8).
           05 FILLER             PIC X(7)  VALUE '   RUN '.
           05 H-RUN-TS           PIC X(14).
       01  MAP-HEADER-LINE.
           05 FILLER             PIC X(8)  VALUE 'OLD'.
           05 FILLER             PIC X(8)  VALUE 'NEW'.
           05 FILLER             PIC X(22) VALUE 'KEY'.
           05 FILLER             PIC X(11) VALUE '  TAB1 ROWS'.
           05 FILLER             PIC X(11) VALUE '  HIST ROWS'.
           05 FILLER             PIC X(21)
              VALUE '          COL-2 MOVED'.
       01  MAP-DETAIL-LINE.
           05 M-OLD-COL-3        PIC 9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 M-NEW-COL-3        PIC 9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 M-COL-1            PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 M-T1-ROWS          PIC Z(8)9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 M-H-ROWS           PIC Z(8)9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 M-COL-2-MOVED      PIC Z(13)9.99999.
       01  BAL-HEADER-LINE.
           05 FILLER             PIC X(8)  VALUE 'CODE'.
           05 FILLER             PIC X(10) VALUE 'TABLE'.
           05 FILLER             PIC X(10) VALUE '   BEFORE'.
           05 FILLER             PIC X(20)
              VALUE '         BEFORE SUM'.
           05 FILLER             PIC X(11) VALUE '   NET ROWS'.
           05 FILLER             PIC X(21)
              VALUE '           NET COL-2'.
           05 FILLER             PIC X(10) VALUE '     AFTER'.
           05 FILLER             PIC X(20)
              VALUE '          AFTER SUM'.
       01  BAL-DETAIL-LINE.
           05 B-COL-3            PIC 9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 B-TABLE            PIC X(9).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 B-BEF-ROWS         PIC Z(8)9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 B-BEF-SUM          PIC Z(12)9.99999.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 B-NET-ROWS         PIC -(9)9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 B-NET-SUM          PIC -(13)9.99999.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 B-AFT-ROWS         PIC Z(8)9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 B-AFT-SUM          PIC Z(12)9.99999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 B-VERDICT          PIC X(14).
       01  TOTAL-LINE.
           05 T-LABEL            PIC X(36).
           05 T-BEF-ROWS         PIC Z(8)9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 T-BEF-SUM          PIC Z(13)9.99999.
           05 FILLER             PIC X(4)  VALUE ' -> '.
           05 T-AFT-ROWS         PIC Z(8)9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 T-AFT-SUM          PIC Z(13)9.99999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 T-VERDICT          PIC X(14).
       01  STOPPED-LINE.
           05 FILLER             PIC X(41)
              VALUE 'RUN STOPPED ON AN SQL ERROR - THE COUNTS '.
           05 FILLER             PIC X(40)
              VALUE 'ABOVE ARE WHAT WAS COMMITTED; RERUN TO '.
           05 FILLER             PIC X(9)  VALUE 'CARRY ON'.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           EXEC SQL DECLARE
              RECTAB1 CURSOR FOR
                 SELECT COL_1, COL_2, COALESCE(COL_5, ' ')
                   FROM TAB1
                  WHERE COL_3 = :RC-OLD-COL-3
                    AND (:RC-KEYED = 0 OR COL_1 = :RC-COL-1)
                  ORDER BY COL_1
           END-EXEC
      *    Archived keys are moved a key at a time - TAB1_HIST may
      *    hold one key more than once. The journal images are the
      *    key's standing COL-2 and COL-5: the live row's when the
      *    key is back on TAB1, so ASOF-BALANCE reads it right.
           EXEC SQL DECLARE
              RECHIST CURSOR FOR
                 SELECT H.COL_1, COUNT(*), COALESCE(SUM(H.COL_2), 0),
                        COALESCE((SELECT T.COL_2 FROM TAB1 T
                                   WHERE T.COL_1 = H.COL_1),
                                 MAX(H.COL_2), 0),
                        COALESCE((SELECT T.COL_5 FROM TAB1 T
                                   WHERE T.COL_1 = H.COL_1),
                                 MAX(H.COL_5), ' ')
                   FROM TAB1_HIST H
                  WHERE H.COL_3 = :RC-OLD-COL-3
                    AND (:RC-KEYED = 0 OR H.COL_1 = :RC-COL-1)
                  GROUP BY H.COL_1
                  ORDER BY H.COL_1
           END-EXEC
           MOVE 0 TO SQLCODE
           MOVE 0 TO DB-RETURN-CODE
           ACCEPT WRK-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TODAY-8      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           CALL "OPER-AUTH" USING WRK-AUTH-ACTION WRK-AUTH-PROGRAM
                                   WRK-AUTH-OPERATOR WRK-AUTH-RESULT
           IF WRK-AUTH-RESULT NOT = 0
              MOVE 'Y' TO WRK-REFUSED-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM READ-PARAMETERS
           PERFORM LOAD-MAPPING-FILE
           IF RUN-REFUSED
              DISPLAY 'CAT-RECODE: MAPPING FILE REFUSED - NOTHING '
                      'RECODED'
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WRK-MAP-COUNT = 0
              DISPLAY 'CAT-RECODE: NO MAPPINGS IN '
                      WRK-MAP-FILE-PATH ' - NOTHING TO DO'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM ESTABLISH-BUSINESS-DATE
           IF BUSINESS-DATE-REFUSED
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WRK-BIZ-DATE TO RC-RECODE-DATE
           MOVE WRK-START-TS TO RC-RECODE-TS
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'CAT-RECODE: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           IF WRK-LOCK-RESULT NOT = 0
              DISPLAY 'CAT-RECODE: TAB1 WRITE LOCK NOT ACQUIRED '
                      '- NOTHING RECODED'
              EXEC SQL
                 DISCONNECT ALL
              END-EXEC
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CREATE-CATMAP-IF-MISSING
           IF NOT SQL-TROUBLE
              PERFORM CHECK-NEW-CODES
           END-IF
           IF NOT SQL-TROUBLE AND NOT RUN-REFUSED
              PERFORM OPEN-PRINT-FILE
           END-IF
           IF NOT SQL-TROUBLE AND NOT RUN-REFUSED
              AND WRK-PRINT-FILE-STATUS = "00"
              PERFORM TAKE-BEFORE-COUNTS
              IF NOT SQL-TROUBLE
                 PERFORM RECORD-MAPPINGS
              END-IF
              IF NOT SQL-TROUBLE
                 MOVE 'K' TO WRK-PASS-SW
                 PERFORM APPLY-MAPPINGS
              END-IF
              IF NOT SQL-TROUBLE
                 MOVE 'B' TO WRK-PASS-SW
                 PERFORM APPLY-MAPPINGS
              END-IF
              PERFORM TAKE-AFTER-COUNTS
              PERFORM PRINT-REGISTER
              CLOSE PRINT-FILE
           END-IF
           DISPLAY 'CAT-RECODE: ' WRK-RUN-T1-ROWS ' TAB1 ROW(S), '
                   WRK-RUN-H-ROWS ' TAB1_HIST ROW(S) RECODED'
           IF NOT REGISTER-IN-BALANCE
              DISPLAY 'CAT-RECODE: REGISTER OUT OF BALANCE ON '
                      WRK-OUT-OF-BAL-COUNT ' LINE(S) - SEE '
                      WRK-PRINT-FILE-PATH
              MOVE 'CAT-RECODE' TO WRK-AUDIT-SOURCE
              MOVE 0 TO WRK-AUDIT-SQLCODE
              MOVE 'CATEGORY RECODE REGISTER OUT OF BALANCE'
                TO WRK-AUDIT-MESSAGE
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                     WRK-AUDIT-SQLCODE
                                     WRK-AUDIT-MESSAGE
           END-IF
           EXEC SQL
              DISCONNECT ALL
           END-EXEC
           PERFORM RELEASE-RUN-LOCK
           PERFORM RECORD-RUN-STATS
           EVALUATE TRUE
              WHEN SQL-TROUBLE
                 MOVE 8 TO RETURN-CODE
              WHEN RUN-REFUSED
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-PRINT-FILE-STATUS NOT = "00"
                 MOVE 8 TO RETURN-CODE
              WHEN NOT REGISTER-IN-BALANCE
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-RUN-T1-ROWS = 0 AND WRK-RUN-H-ROWS = 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      ****************************************************************
       RECORD-RUN-STATS.
           MOVE 'CAT-RECODE' TO WRK-STATS-PROGRAM
           MOVE WRK-MAP-COUNT TO WRK-STATS-IN
           COMPUTE WRK-STATS-OUT = WRK-RUN-T1-ROWS + WRK-RUN-H-ROWS
           MOVE WRK-OUT-OF-BAL-COUNT TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN BUSINESS-DATE-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN SQL-TROUBLE
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN RUN-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN WRK-PRINT-FILE-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN NOT REGISTER-IN-BALANCE
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
           MOVE 'CAT-RECODE' TO WRK-EVENT-PROGRAM
           MOVE 'MAJOR'    TO WRK-EVENT-SEVERITY
           MOVE 'BALSTOP'  TO WRK-EVENT-CODE
           MOVE SPACES TO WRK-EVENT-SUBJECT
           MOVE 'RECODE REGISTER OUT OF BALANCE - SEE THE REGISTER'
             TO WRK-EVENT-TEXT
           CALL "EVENT-RAISE" USING WRK-EVENT-PROGRAM
                                     WRK-EVENT-SEVERITY
                                     WRK-EVENT-CODE
                                     WRK-EVENT-SUBJECT
                                     WRK-EVENT-TEXT.
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
              DISPLAY 'CAT-RECODE: CONNECTED - ENVIRONMENT '
                      WRK-ENV-CODE
           ELSE
              DISPLAY 'CAT-RECODE: CONNECT FAILED, RETURN CODE = '
                      DB-RETURN-CODE
           END-IF.
      ****************************************************************
       ESTABLISH-BUSINESS-DATE.
           CALL "BUSINESS-DATE" USING WRK-BIZ-ACTION WRK-BIZ-PROGRAM
                                       WRK-BIZ-DATE WRK-BIZ-RESULT
           EVALUATE WRK-BIZ-RESULT
              WHEN 1
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'BUSINESS DAY ' WRK-BIZ-DATE
                        ' ALREADY CLOSED - RECODE REFUSED'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM REFUSE-BUSINESS-DATE
              WHEN 8
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'PROCESSING-DATE CONTROL RECORD UNREADABLE'
                        ' - RECODE REFUSED'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM REFUSE-BUSINESS-DATE
           END-EVALUATE.
      ****************************************************************
       REFUSE-BUSINESS-DATE.
           MOVE 'Y' TO WRK-DATE-REFUSED-SW
           DISPLAY 'CAT-RECODE: ' WRK-AUDIT-MESSAGE
           MOVE 'CAT-RECODE' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       READ-PARAMETERS.
           MOVE SPACES TO WRK-MAP-FILE-PATH
           ACCEPT WRK-MAP-FILE-PATH FROM ENVIRONMENT "RECODE_MAP_FILE"
           IF WRK-MAP-FILE-PATH = SPACES
              MOVE "catrecod.map" TO WRK-MAP-FILE-PATH
           END-IF
           MOVE SPACES TO WRK-PRINT-FILE-PATH
           ACCEPT WRK-PRINT-FILE-PATH
                  FROM ENVIRONMENT "RECODE_PRINT_FILE"
           IF WRK-PRINT-FILE-PATH = SPACES
              MOVE "catrecod.rpt" TO WRK-PRINT-FILE-PATH
           END-IF
           MOVE SPACES TO WRK-CKPT-INTERVAL-PARM
           ACCEPT WRK-CKPT-INTERVAL-PARM
                  FROM ENVIRONMENT "RECODE_CHECKPOINT_INTERVAL"
           IF WRK-CKPT-INTERVAL-PARM NOT = SPACES
              MOVE WRK-CKPT-INTERVAL-PARM TO WRK-CKPT-INTERVAL
           END-IF
           IF WRK-CKPT-INTERVAL = 0
              MOVE 100 TO WRK-CKPT-INTERVAL
           END-IF.
      ****************************************************************
       LOAD-MAPPING-FILE.
           MOVE 0 TO WRK-MAP-COUNT
           MOVE 0 TO WRK-MAP-LINE-NO
           OPEN INPUT RECODE-MAP-FILE
           IF WRK-MAP-FILE-STATUS NOT = "00"
              DISPLAY 'CAT-RECODE: UNABLE TO OPEN '
                      WRK-MAP-FILE-PATH
                      ' STATUS ' WRK-MAP-FILE-STATUS
              MOVE 'Y' TO WRK-REFUSED-SW
           ELSE
              MOVE 'N' TO WRK-MAP-EOF-SW
              PERFORM UNTIL MAP-EOF
                 READ RECODE-MAP-FILE
                    AT END
                       MOVE 'Y' TO WRK-MAP-EOF-SW
                    NOT AT END
                       ADD 1 TO WRK-MAP-LINE-NO
                       IF CATMAP-RECORD(1:1) NOT = '*'
                          AND CATMAP-RECORD NOT = SPACES
                          PERFORM EDIT-ONE-MAPPING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECODE-MAP-FILE
              PERFORM CHECK-FOR-CHAINS
           END-IF.
      ****************************************************************
       EDIT-ONE-MAPPING.
           MOVE SPACES TO WRK-MAP-ERROR
           EVALUATE TRUE
              WHEN CM-OLD-COL-3 NOT NUMERIC
                 MOVE 'OLD CODE NOT NUMERIC' TO WRK-MAP-ERROR
              WHEN CM-NEW-COL-3 NOT NUMERIC
                 MOVE 'NEW CODE NOT NUMERIC' TO WRK-MAP-ERROR
              WHEN CM-OLD-COL-3 = CM-NEW-COL-3
                 MOVE 'CODE MAPPED TO ITSELF' TO WRK-MAP-ERROR
              WHEN WRK-MAP-COUNT >= 200
                 MOVE 'MORE THAN 200 MAPPINGS' TO WRK-MAP-ERROR
              WHEN OTHER
                 MOVE 0 TO WRK-MAP-IX
                 PERFORM UNTIL WRK-MAP-IX >= WRK-MAP-COUNT
                    ADD 1 TO WRK-MAP-IX
                    IF WME-OLD-COL-3(WRK-MAP-IX) = CM-OLD-COL-3
                       AND WME-COL-1(WRK-MAP-IX) = CM-COL-1
                       MOVE 'OLD CODE ALREADY MAPPED FOR THIS KEY'
                         TO WRK-MAP-ERROR
                    END-IF
                 END-PERFORM
           END-EVALUATE
           IF WRK-MAP-ERROR NOT = SPACES
              DISPLAY 'CAT-RECODE: MAP LINE ' WRK-MAP-LINE-NO
                      ' - ' WRK-MAP-ERROR
              MOVE 'Y' TO WRK-REFUSED-SW
           ELSE
              ADD 1 TO WRK-MAP-COUNT
              MOVE CM-OLD-COL-3 TO WME-OLD-COL-3(WRK-MAP-COUNT)
              MOVE CM-NEW-COL-3 TO WME-NEW-COL-3(WRK-MAP-COUNT)
              MOVE CM-COL-1     TO WME-COL-1(WRK-MAP-COUNT)
              MOVE 0 TO WME-T1-ROWS(WRK-MAP-COUNT)
              MOVE 0 TO WME-H-ROWS(WRK-MAP-COUNT)
              MOVE 0 TO WME-COL-2-MOVED(WRK-MAP-COUNT)
              MOVE CM-OLD-COL-3 TO WRK-SEEK-COL-3
              PERFORM FIND-CODE-ENTRY
              MOVE CM-NEW-COL-3 TO WRK-SEEK-COL-3
              PERFORM FIND-CODE-ENTRY
           END-IF.
      ****************************************************************
       CHECK-FOR-CHAINS.
      *    A code cannot be both retired and a destination in one
      *    run - the order the lines were applied in would decide
      *    where the rows ended up.
           MOVE 0 TO WRK-MAP-IX
           PERFORM UNTIL WRK-MAP-IX >= WRK-MAP-COUNT
              ADD 1 TO WRK-MAP-IX
              MOVE 0 TO WRK-MAP-JX
              PERFORM UNTIL WRK-MAP-JX >= WRK-MAP-COUNT
                 ADD 1 TO WRK-MAP-JX
                 IF WME-NEW-COL-3(WRK-MAP-IX) =
                    WME-OLD-COL-3(WRK-MAP-JX)
                    DISPLAY 'CAT-RECODE: CODE '
                            WME-NEW-COL-3(WRK-MAP-IX)
                            ' IS BOTH A NEW CODE AND AN OLD CODE - '
                            'RECODE IT IN A SEPARATE RUN'
                    MOVE 'Y' TO WRK-REFUSED-SW
                 END-IF
              END-PERFORM
           END-PERFORM.
      ****************************************************************
       FIND-CODE-ENTRY.
      *    WRK-CODE-IX comes back pointing at WRK-SEEK-COL-3's entry,
      *    added if the code is new to the table.
           MOVE 'N' TO WRK-CODE-FOUND-SW
           MOVE 0 TO WRK-CODE-IX
           PERFORM UNTIL WRK-CODE-IX >= WRK-CODE-COUNT
                      OR CODE-FOUND
              ADD 1 TO WRK-CODE-IX
              IF WCE-COL-3(WRK-CODE-IX) = WRK-SEEK-COL-3
                 MOVE 'Y' TO WRK-CODE-FOUND-SW
              END-IF
           END-PERFORM
           IF NOT CODE-FOUND
              ADD 1 TO WRK-CODE-COUNT
              MOVE WRK-CODE-COUNT TO WRK-CODE-IX
              INITIALIZE WRK-CODE-ENTRY(WRK-CODE-IX)
              MOVE WRK-SEEK-COL-3 TO WCE-COL-3(WRK-CODE-IX)
           END-IF.
      ****************************************************************
       CREATE-CATMAP-IF-MISSING.
      *    Same idempotent create-if-missing pattern the companion
      *    tables use.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_catmap'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              DISPLAY 'CAT-RECODE: COULD NOT CHECK TAB1_CATMAP'
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              IF WRK-TABLE-EXISTS = 0 THEN
                 DISPLAY 'CAT-RECODE: CREATE TABLE TAB1_CATMAP'
                 EXEC SQL
                      CREATE TABLE TAB1_CATMAP
                      (
                       OLD_COL_3      INT,
                       NEW_COL_3      INT,
                       COL_1          CHAR(20),
                       SERIES_COL_3   INT,
                       RECODE_DATE    CHAR(8),
                       RECODE_TS      CHAR(14),
                       TAB1_ROWS      INT,
                       HIST_ROWS      INT,
                       COL_2_MOVED    NUMERIC(18,5),
                       STATUS         CHAR(8)
                      )
                 END-EXEC
                 IF SQLCODE = 0 THEN
                    EXEC SQL
                       COMMIT WORK
                    END-EXEC
                 ELSE
                    DISPLAY 'CREATE TABLE TAB1_CATMAP TROUBLE'
                    PERFORM REPORT-SQL-TROUBLE
                 END-IF
              END-IF
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
           END-IF.
      ****************************************************************
       CHECK-NEW-CODES.
      *    Rows are only ever moved onto a code the load edit will
      *    accept. With no category table at all there is nothing to
      *    check against, as with the load edit itself.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_category'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           END-IF
           IF NOT SQL-TROUBLE AND WRK-TABLE-EXISTS = 0
              DISPLAY 'CAT-RECODE: NO TAB1_CATEGORY - NEW CODES NOT '
                      'CHECKED'
           END-IF
           IF NOT SQL-TROUBLE AND WRK-TABLE-EXISTS > 0
              MOVE 0 TO WRK-MAP-IX
              PERFORM UNTIL WRK-MAP-IX >= WRK-MAP-COUNT
                            OR SQL-TROUBLE
                 ADD 1 TO WRK-MAP-IX
                 MOVE WME-NEW-COL-3(WRK-MAP-IX) TO CT-COL-3
                 MOVE SPACE TO CT-ACTIVE
                 EXEC SQL
                      SELECT ACTIVE INTO :CT-ACTIVE
                        FROM TAB1_CATEGORY
                       WHERE COL_3 = :CT-COL-3
                 END-EXEC
                 EVALUATE TRUE
                    WHEN SQLCODE = 0 AND CT-ACTIVE = 'Y'
                       CONTINUE
                    WHEN SQLCODE = 0
                       DISPLAY 'CAT-RECODE: NEW CODE ' CT-COL-3
                               ' IS NOT ACTIVE IN TAB1_CATEGORY'
                       MOVE 'Y' TO WRK-REFUSED-SW
                    WHEN SQLCODE = 100
                       DISPLAY 'CAT-RECODE: NEW CODE ' CT-COL-3
                               ' IS NOT IN TAB1_CATEGORY'
                       MOVE 'Y' TO WRK-REFUSED-SW
                    WHEN OTHER
                       PERFORM REPORT-SQL-TROUBLE
                 END-EVALUATE
              END-PERFORM
           END-IF
           IF RUN-REFUSED
              DISPLAY 'CAT-RECODE: ADD OR REACTIVATE THE NEW CODES '
                      'WITH CAT-MAINT FIRST - NOTHING RECODED'
           END-IF.
      ****************************************************************
       OPEN-PRINT-FILE.
           OPEN OUTPUT PRINT-FILE
           IF WRK-PRINT-FILE-STATUS NOT = "00"
              DISPLAY 'CAT-RECODE: UNABLE TO OPEN '
                      WRK-PRINT-FILE-PATH
                      ' STATUS ' WRK-PRINT-FILE-STATUS
           ELSE
              MOVE WRK-BIZ-DATE TO H-BIZ-DATE
              MOVE WRK-START-TS TO H-RUN-TS
              MOVE HEADER-LINE-1 TO PRINT-RECORD
              WRITE PRINT-RECORD
           END-IF.
      ****************************************************************
       TAKE-BEFORE-COUNTS.
           MOVE 0 TO WRK-CODE-IX
           PERFORM UNTIL WRK-CODE-IX >= WRK-CODE-COUNT OR SQL-TROUBLE
              ADD 1 TO WRK-CODE-IX
              PERFORM COUNT-ONE-CODE
              MOVE RC-ROWS TO WCE-BEF-T1-ROWS(WRK-CODE-IX)
              MOVE RC-SUM  TO WCE-BEF-T1-SUM(WRK-CODE-IX)
              PERFORM COUNT-ONE-CODE-HIST
              MOVE RC-ROWS TO WCE-BEF-H-ROWS(WRK-CODE-IX)
              MOVE RC-SUM  TO WCE-BEF-H-SUM(WRK-CODE-IX)
           END-PERFORM.
      ****************************************************************
       TAKE-AFTER-COUNTS.
      *    Taken even after an abort - the register then shows where
      *    the committed work left each code.
           MOVE 0 TO WRK-CODE-IX
           PERFORM UNTIL WRK-CODE-IX >= WRK-CODE-COUNT
              ADD 1 TO WRK-CODE-IX
              PERFORM COUNT-ONE-CODE
              MOVE RC-ROWS TO WCE-AFT-T1-ROWS(WRK-CODE-IX)
              MOVE RC-SUM  TO WCE-AFT-T1-SUM(WRK-CODE-IX)
              PERFORM COUNT-ONE-CODE-HIST
              MOVE RC-ROWS TO WCE-AFT-H-ROWS(WRK-CODE-IX)
              MOVE RC-SUM  TO WCE-AFT-H-SUM(WRK-CODE-IX)
           END-PERFORM.
      ****************************************************************
       COUNT-ONE-CODE.
           MOVE WCE-COL-3(WRK-CODE-IX) TO RC-OLD-COL-3
           MOVE 0 TO RC-ROWS
           MOVE 0 TO RC-SUM
           EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(COL_2), 0)
                  INTO :RC-ROWS, :RC-SUM
                  FROM TAB1
                 WHERE COL_3 = :RC-OLD-COL-3
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           END-IF.
      ****************************************************************
       COUNT-ONE-CODE-HIST.
           MOVE 0 TO RC-ROWS
           MOVE 0 TO RC-SUM
           IF HIST-TABLE-EXISTS
              EXEC SQL
                   SELECT COUNT(*), COALESCE(SUM(COL_2), 0)
                     INTO :RC-ROWS, :RC-SUM
                     FROM TAB1_HIST
                    WHERE COL_3 = :RC-OLD-COL-3
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM REPORT-SQL-TROUBLE
              END-IF
           END-IF.
      ****************************************************************
       RECORD-MAPPINGS.
      *    One TAB1_CATMAP row per line, per business day - a rerun
      *    the same day carries on with the row the interrupted run
      *    left RUNNING. Committed before the first row moves, so
      *    CAT-TREND follows the new code even for a part-done run.
           MOVE 0 TO WRK-MAP-IX
           PERFORM UNTIL WRK-MAP-IX >= WRK-MAP-COUNT OR SQL-TROUBLE
              ADD 1 TO WRK-MAP-IX
              PERFORM SET-MAPPING-HOST-VARS
              MOVE 0 TO WRK-KEY-COUNT
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-KEY-COUNT
                     FROM TAB1_CATMAP
                    WHERE OLD_COL_3 = :RC-OLD-COL-3
                      AND NEW_COL_3 = :RC-NEW-COL-3
                      AND COL_1 = :RC-COL-1
                      AND RECODE_DATE = :RC-RECODE-DATE
           END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM REPORT-SQL-TROUBLE
              END-IF
              IF NOT SQL-TROUBLE AND WRK-KEY-COUNT = 0
                 EXEC SQL
                    INSERT INTO TAB1_CATMAP
                           (OLD_COL_3, NEW_COL_3, COL_1,
                            SERIES_COL_3, RECODE_DATE, RECODE_TS,
                            TAB1_ROWS, HIST_ROWS, COL_2_MOVED, STATUS)
                    VALUES (:RC-OLD-COL-3, :RC-NEW-COL-3, :RC-COL-1,
                            :RC-NEW-COL-3, :RC-RECODE-DATE,
                            :RC-RECODE-TS, 0, 0, 0, 'RUNNING')
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM REPORT-SQL-TROUBLE
                 END-IF
              END-IF
      *       History that already continued under the code being
      *       retired now continues under its replacement.
              IF NOT SQL-TROUBLE AND RC-KEYED = 0
                 EXEC SQL
                    UPDATE TAB1_CATMAP
                       SET SERIES_COL_3 = :RC-NEW-COL-3
                     WHERE SERIES_COL_3 = :RC-OLD-COL-3
                       AND COL_1 = ' '
                 END-EXEC
                 IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                    PERFORM REPORT-SQL-TROUBLE
                 END-IF
              END-IF
           END-PERFORM
           IF NOT SQL-TROUBLE
              EXEC SQL
                 COMMIT WORK
              END-EXEC
           END-IF.
      ****************************************************************
       SET-MAPPING-HOST-VARS.
           MOVE WME-OLD-COL-3(WRK-MAP-IX) TO RC-OLD-COL-3
           MOVE WME-NEW-COL-3(WRK-MAP-IX) TO RC-NEW-COL-3
           MOVE WME-COL-1(WRK-MAP-IX)     TO RC-COL-1
           IF RC-COL-1 = SPACES
              MOVE 0 TO RC-KEYED
           ELSE
              MOVE 1 TO RC-KEYED
           END-IF
           MOVE SPACES TO WRK-JRNL-FEED-ID
           STRING 'CAT' RC-OLD-COL-3 '>' RC-NEW-COL-3
              DELIMITED BY SIZE INTO WRK-JRNL-FEED-ID.
      ****************************************************************
       APPLY-MAPPINGS.
      *    Called twice: the keyed (split) lines first, then the
      *    blank-key lines that take whatever is left.
           MOVE 0 TO WRK-MAP-IX
           PERFORM UNTIL WRK-MAP-IX >= WRK-MAP-COUNT OR SQL-TROUBLE
              ADD 1 TO WRK-MAP-IX
              IF (KEYED-PASS AND WME-COL-1(WRK-MAP-IX) NOT = SPACES)
                 OR (BLANKET-PASS AND WME-COL-1(WRK-MAP-IX) = SPACES)
                 PERFORM APPLY-ONE-MAPPING
              END-IF
           END-PERFORM.
      ****************************************************************
       APPLY-ONE-MAPPING.
           PERFORM SET-MAPPING-HOST-VARS
           MOVE WME-OLD-COL-3(WRK-MAP-IX) TO WRK-SEEK-COL-3
           PERFORM FIND-CODE-ENTRY
           MOVE WRK-CODE-IX TO WRK-OLD-IX
           MOVE WME-NEW-COL-3(WRK-MAP-IX) TO WRK-SEEK-COL-3
           PERFORM FIND-CODE-ENTRY
           MOVE WRK-CODE-IX TO WRK-NEW-IX
           MOVE 0 TO WRK-PEND-T1-ROWS
           MOVE 0 TO WRK-PEND-T1-SUM
           MOVE 0 TO WRK-PEND-H-ROWS
           MOVE 0 TO WRK-PEND-H-SUM
           MOVE 0 TO WRK-CKPT-COUNTER
           EXEC SQL
              OPEN RECTAB1
           END-EXEC
           MOVE 'N' TO WRK-READ-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              EXEC SQL
                 FETCH NEXT RECTAB1 INTO
                    :RC-COL-1, :RC-COL-2, :RC-COL-5
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WRK-READ-EOF-SW
                 WHEN 0
                    PERFORM RECODE-ONE-TAB1-ROW
                 WHEN OTHER
                    MOVE 'Y' TO WRK-READ-EOF-SW
                    PERFORM REPORT-SQL-TROUBLE
              END-EVALUATE
           END-PERFORM
           EXEC SQL
              CLOSE RECTAB1
           END-EXEC
           IF HIST-TABLE-EXISTS AND NOT SQL-TROUBLE
              MOVE WME-COL-1(WRK-MAP-IX) TO RC-COL-1
              EXEC SQL
                 OPEN RECHIST
              END-EXEC
              MOVE 'N' TO WRK-READ-EOF-SW
              PERFORM UNTIL NO-MORE-ROWS
                 EXEC SQL
                    FETCH NEXT RECHIST INTO
                       :RC-COL-1, :RC-ROWS, :RC-SUM, :RC-COL-2,
                       :RC-COL-5
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN 100
                       MOVE 'Y' TO WRK-READ-EOF-SW
                    WHEN 0
                       PERFORM RECODE-ONE-HIST-KEY
                    WHEN OTHER
                       MOVE 'Y' TO WRK-READ-EOF-SW
                       PERFORM REPORT-SQL-TROUBLE
                 END-EVALUATE
              END-PERFORM
              EXEC SQL
                 CLOSE RECHIST
              END-EXEC
           END-IF
           IF NOT SQL-TROUBLE
              MOVE 'DONE' TO RC-MAP-STATUS
              PERFORM COMMIT-RECODE-UNIT
           END-IF.
      ****************************************************************
       RECODE-ONE-TAB1-ROW.
           MOVE RC-COL-1 TO WRK-LAST-COL-1
           EXEC SQL
              UPDATE TAB1
                 SET COL_3 = :RC-NEW-COL-3,
                     CHANGE_DATE = TO_DATE(:RC-RECODE-DATE, 'YYYYMMDD')
               WHERE COL_1 = :RC-COL-1
                 AND COL_3 = :RC-OLD-COL-3
           END-EXEC
           IF SQLCODE = 0
              MOVE RC-COL-2 TO WRK-JRNL-NEW-COL-2
              MOVE RC-COL-5 TO WRK-JRNL-NEW-COL-5
              CALL "TAB1-JOURNAL" USING RC-COL-1 WRK-JRNL-ACTION
                   RC-COL-2 WRK-JRNL-NEW-COL-2 RC-COL-5
                   WRK-JRNL-NEW-COL-5
                   WRK-JRNL-PROGRAM WRK-JRNL-FEED-ID
                   WRK-JRNL-RETURN
              IF WRK-JRNL-RETURN NOT = 0
                 MOVE -1 TO SQLCODE
              END-IF
           END-IF
           IF SQLCODE = 0
              ADD 1        TO WRK-PEND-T1-ROWS
              ADD RC-COL-2 TO WRK-PEND-T1-SUM
              PERFORM COUNT-TOWARD-CHECKPOINT
           ELSE
              DISPLAY 'CAT-RECODE: RECODE FAILED FOR ' RC-COL-1
              MOVE 'Y' TO WRK-READ-EOF-SW
              PERFORM REPORT-SQL-TROUBLE
           END-IF.
      ****************************************************************
       RECODE-ONE-HIST-KEY.
      *    RC-ROWS / RC-SUM are the key's archived rows on the old
      *    code; RC-COL-2 / RC-COL-5 its standing journal images.
           MOVE RC-COL-1 TO WRK-LAST-COL-1
           EXEC SQL
              UPDATE TAB1_HIST
                 SET COL_3 = :RC-NEW-COL-3
               WHERE COL_1 = :RC-COL-1
                 AND COL_3 = :RC-OLD-COL-3
           END-EXEC
           IF SQLCODE = 0
              MOVE RC-COL-2 TO WRK-JRNL-NEW-COL-2
              MOVE RC-COL-5 TO WRK-JRNL-NEW-COL-5
              CALL "TAB1-JOURNAL" USING RC-COL-1 WRK-JRNL-ACTION
                   RC-COL-2 WRK-JRNL-NEW-COL-2 RC-COL-5
                   WRK-JRNL-NEW-COL-5
                   WRK-JRNL-PROGRAM WRK-JRNL-FEED-ID
                   WRK-JRNL-RETURN
              IF WRK-JRNL-RETURN NOT = 0
                 MOVE -1 TO SQLCODE
              END-IF
           END-IF
           IF SQLCODE = 0
              ADD RC-ROWS TO WRK-PEND-H-ROWS
              ADD RC-SUM  TO WRK-PEND-H-SUM
              PERFORM COUNT-TOWARD-CHECKPOINT
           ELSE
              DISPLAY 'CAT-RECODE: HISTORY RECODE FAILED FOR '
                      RC-COL-1
              MOVE 'Y' TO WRK-READ-EOF-SW
              PERFORM REPORT-SQL-TROUBLE
           END-IF.
      ****************************************************************
       COUNT-TOWARD-CHECKPOINT.
           ADD 1 TO WRK-CKPT-COUNTER
           IF WRK-CKPT-COUNTER >= WRK-CKPT-INTERVAL
              MOVE 'RUNNING' TO RC-MAP-STATUS
              PERFORM COMMIT-RECODE-UNIT
           END-IF.
      ****************************************************************
       COMMIT-RECODE-UNIT.
      *    The mapping's running counts ride the same commit as the
      *    rows they count; only then do the register tallies move.
           MOVE WME-COL-1(WRK-MAP-IX) TO RC-COL-1
           MOVE WRK-PEND-T1-ROWS TO RC-PEND-T1-ROWS
           MOVE WRK-PEND-H-ROWS  TO RC-PEND-H-ROWS
           COMPUTE RC-PEND-COL-2 = WRK-PEND-T1-SUM + WRK-PEND-H-SUM
           EXEC SQL
              UPDATE TAB1_CATMAP
                 SET TAB1_ROWS = TAB1_ROWS + :RC-PEND-T1-ROWS,
                     HIST_ROWS = HIST_ROWS + :RC-PEND-H-ROWS,
                     COL_2_MOVED = COL_2_MOVED + :RC-PEND-COL-2,
                     STATUS = :RC-MAP-STATUS
               WHERE OLD_COL_3 = :RC-OLD-COL-3
                 AND NEW_COL_3 = :RC-NEW-COL-3
                 AND COL_1 = :RC-COL-1
                 AND RECODE_DATE = :RC-RECODE-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'CAT-RECODE: TAB1_CATMAP UPDATE FAILED FOR '
                      RC-OLD-COL-3 ' -> ' RC-NEW-COL-3
              MOVE 'Y' TO WRK-READ-EOF-SW
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              EXEC SQL
                 COMMIT WORK
              END-EXEC
              ADD WRK-PEND-T1-ROWS TO WME-T1-ROWS(WRK-MAP-IX)
                                      WRK-RUN-T1-ROWS
              ADD WRK-PEND-H-ROWS  TO WME-H-ROWS(WRK-MAP-IX)
                                      WRK-RUN-H-ROWS
              ADD RC-PEND-COL-2    TO WME-COL-2-MOVED(WRK-MAP-IX)
                                      WRK-RUN-COL-2
              SUBTRACT WRK-PEND-T1-ROWS
                  FROM WCE-NET-T1-ROWS(WRK-OLD-IX)
              SUBTRACT WRK-PEND-T1-SUM
                  FROM WCE-NET-T1-SUM(WRK-OLD-IX)
              SUBTRACT WRK-PEND-H-ROWS
                  FROM WCE-NET-H-ROWS(WRK-OLD-IX)
              SUBTRACT WRK-PEND-H-SUM
                  FROM WCE-NET-H-SUM(WRK-OLD-IX)
              ADD WRK-PEND-T1-ROWS TO WCE-NET-T1-ROWS(WRK-NEW-IX)
              ADD WRK-PEND-T1-SUM  TO WCE-NET-T1-SUM(WRK-NEW-IX)
              ADD WRK-PEND-H-ROWS  TO WCE-NET-H-ROWS(WRK-NEW-IX)
              ADD WRK-PEND-H-SUM   TO WCE-NET-H-SUM(WRK-NEW-IX)
              IF WRK-CKPT-COUNTER > 0
                 DISPLAY 'CAT-RECODE: CHECKPOINT ' RC-OLD-COL-3
                         ' -> ' RC-NEW-COL-3 ' AT KEY "'
                         WRK-LAST-COL-1 '"'
              END-IF
              MOVE 0 TO WRK-PEND-T1-ROWS
              MOVE 0 TO WRK-PEND-T1-SUM
              MOVE 0 TO WRK-PEND-H-ROWS
              MOVE 0 TO WRK-PEND-H-SUM
              MOVE 0 TO WRK-CKPT-COUNTER
           END-IF.
      ****************************************************************
       PRINT-REGISTER.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE MAP-HEADER-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 0 TO WRK-MAP-IX
           PERFORM UNTIL WRK-MAP-IX >= WRK-MAP-COUNT
              ADD 1 TO WRK-MAP-IX
              MOVE WME-OLD-COL-3(WRK-MAP-IX)   TO M-OLD-COL-3
              MOVE WME-NEW-COL-3(WRK-MAP-IX)   TO M-NEW-COL-3
              MOVE WME-COL-1(WRK-MAP-IX)       TO M-COL-1
              MOVE WME-T1-ROWS(WRK-MAP-IX)     TO M-T1-ROWS
              MOVE WME-H-ROWS(WRK-MAP-IX)      TO M-H-ROWS
              MOVE WME-COL-2-MOVED(WRK-MAP-IX) TO M-COL-2-MOVED
              MOVE MAP-DETAIL-LINE TO PRINT-RECORD
              WRITE PRINT-RECORD
           END-PERFORM
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE BAL-HEADER-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 0 TO WRK-CODE-IX
           PERFORM UNTIL WRK-CODE-IX >= WRK-CODE-COUNT
              ADD 1 TO WRK-CODE-IX
              PERFORM PRINT-CODE-BALANCE
           END-PERFORM
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'ALL CODES NAMED, BOTH TABLES:' TO T-LABEL
           MOVE WRK-TOT-BEF-ROWS TO T-BEF-ROWS
           MOVE WRK-TOT-BEF-SUM  TO T-BEF-SUM
           MOVE WRK-TOT-AFT-ROWS TO T-AFT-ROWS
           MOVE WRK-TOT-AFT-SUM  TO T-AFT-SUM
           IF WRK-TOT-BEF-ROWS = WRK-TOT-AFT-ROWS
              AND WRK-TOT-BEF-SUM = WRK-TOT-AFT-SUM
              MOVE 'IN BALANCE' TO T-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE' TO T-VERDICT
              MOVE 'N' TO WRK-BALANCE-SW
              ADD 1 TO WRK-OUT-OF-BAL-COUNT
           END-IF
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           IF SQL-TROUBLE
              MOVE STOPPED-LINE TO PRINT-RECORD
              WRITE PRINT-RECORD
           END-IF.
      ****************************************************************
       PRINT-CODE-BALANCE.
      *    After must be before plus net, store by store.
           MOVE WCE-COL-3(WRK-CODE-IX) TO B-COL-3
           MOVE 'TAB1' TO B-TABLE
           MOVE WCE-BEF-T1-ROWS(WRK-CODE-IX) TO B-BEF-ROWS
           MOVE WCE-BEF-T1-SUM(WRK-CODE-IX)  TO B-BEF-SUM
           MOVE WCE-NET-T1-ROWS(WRK-CODE-IX) TO B-NET-ROWS
           MOVE WCE-NET-T1-SUM(WRK-CODE-IX)  TO B-NET-SUM
           MOVE WCE-AFT-T1-ROWS(WRK-CODE-IX) TO B-AFT-ROWS
           MOVE WCE-AFT-T1-SUM(WRK-CODE-IX)  TO B-AFT-SUM
           COMPUTE WRK-EXPECT-ROWS = WCE-BEF-T1-ROWS(WRK-CODE-IX)
                                   + WCE-NET-T1-ROWS(WRK-CODE-IX)
           COMPUTE WRK-EXPECT-SUM  = WCE-BEF-T1-SUM(WRK-CODE-IX)
                                   + WCE-NET-T1-SUM(WRK-CODE-IX)
           IF WRK-EXPECT-ROWS = WCE-AFT-T1-ROWS(WRK-CODE-IX)
              AND WRK-EXPECT-SUM = WCE-AFT-T1-SUM(WRK-CODE-IX)
              MOVE 'IN BALANCE' TO B-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE' TO B-VERDICT
              MOVE 'N' TO WRK-BALANCE-SW
              ADD 1 TO WRK-OUT-OF-BAL-COUNT
           END-IF
           MOVE BAL-DETAIL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD WCE-BEF-T1-ROWS(WRK-CODE-IX) TO WRK-TOT-BEF-ROWS
           ADD WCE-BEF-T1-SUM(WRK-CODE-IX)  TO WRK-TOT-BEF-SUM
           ADD WCE-AFT-T1-ROWS(WRK-CODE-IX) TO WRK-TOT-AFT-ROWS
           ADD WCE-AFT-T1-SUM(WRK-CODE-IX)  TO WRK-TOT-AFT-SUM
           IF HIST-TABLE-EXISTS
              MOVE 'TAB1_HIST' TO B-TABLE
              MOVE WCE-BEF-H-ROWS(WRK-CODE-IX) TO B-BEF-ROWS
              MOVE WCE-BEF-H-SUM(WRK-CODE-IX)  TO B-BEF-SUM
              MOVE WCE-NET-H-ROWS(WRK-CODE-IX) TO B-NET-ROWS
              MOVE WCE-NET-H-SUM(WRK-CODE-IX)  TO B-NET-SUM
              MOVE WCE-AFT-H-ROWS(WRK-CODE-IX) TO B-AFT-ROWS
              MOVE WCE-AFT-H-SUM(WRK-CODE-IX)  TO B-AFT-SUM
              COMPUTE WRK-EXPECT-ROWS = WCE-BEF-H-ROWS(WRK-CODE-IX)
                                      + WCE-NET-H-ROWS(WRK-CODE-IX)
              COMPUTE WRK-EXPECT-SUM  = WCE-BEF-H-SUM(WRK-CODE-IX)
                                      + WCE-NET-H-SUM(WRK-CODE-IX)
              IF WRK-EXPECT-ROWS = WCE-AFT-H-ROWS(WRK-CODE-IX)
                 AND WRK-EXPECT-SUM = WCE-AFT-H-SUM(WRK-CODE-IX)
                 MOVE 'IN BALANCE' TO B-VERDICT
              ELSE
                 MOVE 'OUT OF BALANCE' TO B-VERDICT
                 MOVE 'N' TO WRK-BALANCE-SW
                 ADD 1 TO WRK-OUT-OF-BAL-COUNT
              END-IF
              MOVE BAL-DETAIL-LINE TO PRINT-RECORD
              WRITE PRINT-RECORD
              ADD WCE-BEF-H-ROWS(WRK-CODE-IX) TO WRK-TOT-BEF-ROWS
              ADD WCE-BEF-H-SUM(WRK-CODE-IX)  TO WRK-TOT-BEF-SUM
              ADD WCE-AFT-H-ROWS(WRK-CODE-IX) TO WRK-TOT-AFT-ROWS
              ADD WCE-AFT-H-SUM(WRK-CODE-IX)  TO WRK-TOT-AFT-SUM
           END-IF.
      ****************************************************************
       REPORT-SQL-TROUBLE.
           DISPLAY 'CAT-RECODE: SQL TROUBLE'
           DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           MOVE 'CAT-RECODE' TO WRK-AUDIT-SOURCE
           MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                  WRK-AUDIT-MESSAGE
           EXEC SQL
              ROLLBACK WORK
           END-EXEC
           MOVE 'Y' TO WRK-SQL-TROUBLE-SW.
