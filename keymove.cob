       IDENTIFICATION DIVISION.
       PROGRAM-ID.    KEY-MOVE.
      ****************************************************************
      * KEY-MOVE - moves a customer from one COL-1 key to another
      * without the delete-and-re-add that loses LOAD_DATE, the
      * journal trail and the documents. KEYMOVE_ACTION selects:
      *   RENAME - KEYMOVE_FROM_KEY becomes KEYMOVE_TO_KEY; the new
      *            key must not be in use anywhere
      *   MERGE  - KEYMOVE_FROM_KEY is folded into the existing
      *            KEYMOVE_TO_KEY (the duplicate review's "these two
      *            are one person")
      * Stores covered, the same list ERASE-TAB1 works through:
      *   - TAB1, TAB1_HIST, TAB1_ADDR, TAB1_DOCS, TAB1_DOCS_HIST,
      *     the TAB1_CHANGES journal and the TAB1_OWNER ownership row,
      *     all in ONE unit of work - any failure rolls the whole
      *     database side back. DUP-MATCH's reviewed pairs in
      *     TAB1_NOTDUP follow the key as well.
      *   - the offline lookup mirror, rewritten after the commit
      * Merge rules:
      *   - both keys live on TAB1: refused unless KEYMOVE_SURVIVOR
      *     says which COL-2 survives - SOURCE, TARGET or SUM. The
      *     target row is kept (its COL-3 and COL-5), takes the
      *     surviving COL-2 and the earlier of the two LOAD_DATEs,
      *     and the source row goes.
      *   - otherwise a live row beats an archived one, and between
      *     two archived rows the target's is kept.
      *   - the target's address is kept when it has one; documents
      *     are renumbered after the target's highest DOC_SEQ.
      *   - the target's ownership row is kept; the source's goes.
      *   - the source's journal trail stays on the source key, so
      *     neither key's balance chain is interleaved with the
      *     other's (a rename carries the trail across whole).
      * The move is journaled on the target key as action 'K' under
      * program KEY-MOVE (feed id KEYMOVE + date), carrying the
      * target's before image and the surviving after image; a
      * merge also writes a closing 'K' on the source key (its last
      * image before, zeros/spaces after). The move is logged to
      * AUDITLOG. A certificate (KEYMOVE_CERT_FILE, default
      * "keymove.cert") lists every store with what moved where - or,
      * for a refused run, why nothing did. The run takes the TAB1
      * write lock like every other writer.
      * A source key under legal hold (see LEGAL-HOLD / HOLD-CHECK),
      * or a merge target under legal hold, is refused like any
      * other rule, and the refusal is logged to TAB1_HOLDBLOCK.
      * The operator must hold MAINTENANCE in the role file (see
      * OPER-AUTH) or neither key is even looked at.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - move complete, certificate written
      *   4 - refused by a merge/rename rule (nothing moved - see the
      *       certificate)
      *   8 - connect/lock failure, bad parameters, not authorised,
      *       database rollback, or the mirror left unchanged
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIRROR-FILE ASSIGN TO WRK-MIRROR-PATH
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY MIR-COL-1
               FILE STATUS IS WRK-MIRROR-STATUS.
           SELECT CERT-FILE ASSIGN TO WRK-CERT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MIRROR-FILE.
           COPY "custmir.cpy".
       FD  CERT-FILE.
       01  CERT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.
           COPY "custrec.cpy".
       01  KM-FROM-KEY        PIC X(20).
       01  KM-TO-KEY          PIC X(20).
       01  KM-COL-2           PIC 9(10)V9(5).
       01  KM-COL-5           PIC X(50).
       01  KM-NEW-COL-2       PIC 9(10)V9(5).
       01  KM-SEQ-OFFSET      PIC 9(9) COMP.
       01  KM-SEQ-HIGH        PIC 9(9) COMP.
       01  WRK-TBL-NAME       PIC X(16).
       01  WRK-ROW-COUNT      PIC 9(9) COMP.
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
       01  WRK-ACTION            PIC X(8).
           88 ACTION-RENAME          VALUE 'RENAME'.
           88 ACTION-MERGE           VALUE 'MERGE'.
       01  WRK-SURVIVOR-RULE     PIC X(8).
           88 RULE-SOURCE            VALUE 'SOURCE'.
           88 RULE-TARGET            VALUE 'TARGET'.
           88 RULE-SUM               VALUE 'SUM'.
       01  WRK-MIRROR-PATH       PIC X(80).
       01  WRK-MIRROR-STATUS     PIC X(2).
       01  WRK-CERT-PATH         PIC X(80).
       01  WRK-CERT-STATUS       PIC X(2).
       01  WRK-PARM-SW           PIC X VALUE 'Y'.
           88 PARMS-VALID            VALUE 'Y'.
      *    Where each key's row lives before the move.
       01  WRK-S-LIVE-SW         PIC X VALUE 'N'.
           88 SOURCE-LIVE            VALUE 'Y'.
       01  WRK-S-HIST-SW         PIC X VALUE 'N'.
           88 SOURCE-ARCHIVED        VALUE 'Y'.
       01  WRK-T-LIVE-SW         PIC X VALUE 'N'.
           88 TARGET-LIVE            VALUE 'Y'.
       01  WRK-T-HIST-SW         PIC X VALUE 'N'.
           88 TARGET-ARCHIVED        VALUE 'Y'.
       01  WRK-S-COL-2           PIC 9(10)V9(5) VALUE 0.
       01  WRK-S-COL-5           PIC X(50) VALUE SPACES.
       01  WRK-T-COL-2           PIC 9(10)V9(5) VALUE 0.
       01  WRK-T-COL-5           PIC X(50) VALUE SPACES.
       01  WRK-T-OTHER-ROWS      PIC 9(9) VALUE 0.
       01  WRK-SURVIVOR-COL-2    PIC 9(10)V9(5) VALUE 0.
       01  WRK-SURVIVOR-COL-5    PIC X(50) VALUE SPACES.
       01  WRK-SURVIVOR-STATE    PIC X(8) VALUE SPACES.
       01  WRK-HIST-EXIST-SW     PIC X VALUE 'N'.
           88 HIST-TABLE-EXISTS      VALUE 'Y'.
       01  WRK-REFUSAL           PIC X(60) VALUE SPACES.
       01  WRK-REFUSED-SW        PIC X VALUE 'N'.
           88 MOVE-REFUSED           VALUE 'Y'.
      ****************************************************************
      * One line per store action on the certificate, accumulated as
      * each store is worked so the certificate always tells the
      * whole story, including a rollback.
      ****************************************************************
       01  WRK-STORE-COUNT       PIC 9(2) VALUE 0 COMP.
       01  WRK-STORE-IX          PIC 9(2) VALUE 0 COMP.
       01  WRK-STORE-TABLE.
           05 WRK-STORE-ENTRY OCCURS 16.
              10 WST-STORE       PIC X(16).
              10 WST-ROWS        PIC 9(9).
              10 WST-STATUS      PIC X(8).
              10 WST-NOTE        PIC X(40).
              10 WST-TS          PIC X(14).
       01  WRK-NOTE-STORE        PIC X(16).
       01  WRK-NOTE-STATUS       PIC X(8).
       01  WRK-NOTE-TEXT         PIC X(40).
       01  WRK-DB-TROUBLE-SW     PIC X VALUE 'N'.
           88 DB-MOVE-FAILED         VALUE 'Y'.
       01  WRK-LEFT-SW           PIC X VALUE 'N'.
           88 SOMETHING-LEFT         VALUE 'Y'.
       01  WRK-AUTH-REFUSED-SW   PIC X VALUE 'N'.
           88 AUTH-REFUSED           VALUE 'Y'.
       01  WRK-TOTAL-MOVED       PIC 9(9) VALUE 0.
       01  WRK-JRNL-ACTION       PIC X(1) VALUE 'K'.
       01  WRK-JRNL-PROGRAM      PIC X(12) VALUE 'KEY-MOVE'.
       01  WRK-JRNL-FEED-ID      PIC X(16).
       01  WRK-JRNL-OLD-COL-2    PIC 9(10)V9(5).
       01  WRK-JRNL-OLD-COL-5    PIC X(50).
       01  WRK-JRNL-RETURN       PIC S9(9).
       01  WRK-JRNL-GONE-COL-2   PIC 9(10)V9(5) VALUE 0.
       01  WRK-JRNL-GONE-COL-5   PIC X(50) VALUE SPACES.
       01  WRK-OPERATOR          PIC X(12).
       01  WRK-TODAY-8           PIC 9(8).
       01  WRK-TS-TIME           PIC X(8).
       01  WRK-NOW-TS            PIC X(14).
       01  WRK-START-TS          PIC X(14).
       01  WRK-STATS-PROGRAM     PIC X(12).
       01  WRK-STATS-IN          PIC 9(9).
       01  WRK-STATS-OUT         PIC 9(9).
       01  WRK-STATS-REJ         PIC 9(9).
       01  WRK-STATS-STATUS      PIC X(8).
       01  WRK-AUDIT-SOURCE      PIC X(12).
       01  WRK-AUDIT-MESSAGE     PIC X(80).
       01  WRK-AUDIT-SQLCODE     PIC S9(9) COMP-5.
       01  WRK-LOCK-ACTION       PIC X(1).
       01  WRK-LOCK-PROGRAM      PIC X(12) VALUE 'KEY-MOVE'.
       01  WRK-LOCK-RESULT       PIC S9(9) VALUE 0.
       01  WRK-AUTH-ACTION       PIC X(12) VALUE 'MAINTENANCE'.
       01  WRK-AUTH-RESULT       PIC S9(9) VALUE 0.
       01  WRK-HOLD-ACTION       PIC X(20).
       01  WRK-HOLD-CASE-REF     PIC X(20).
       01  WRK-HOLD-RESULT       PIC S9(9) VALUE 0.

       01  CERT-HEADER-1.
           05 FILLER             PIC X(22)
              VALUE 'KEY MOVE CERTIFICATE'.
           05 FILLER             PIC X(7)  VALUE 'ACTION '.
           05 CH-ACTION          PIC X(8).
       01  CERT-HEADER-2.
           05 FILLER             PIC X(10) VALUE 'FROM KEY'.
           05 CH-FROM-KEY        PIC X(20).
           05 FILLER             PIC X(10) VALUE '  TO KEY '.
           05 CH-TO-KEY          PIC X(20).
       01  CERT-HEADER-3.
           05 FILLER             PIC X(10) VALUE 'RUN'.
           05 CH-RUN-TS          PIC X(14).
           05 FILLER             PIC X(10) VALUE '  OPERATOR'.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 CH-OPERATOR        PIC X(12).
       01  CERT-ROW-LINE.
           05 CR-LABEL           PIC X(16).
           05 CR-STATE           PIC X(10).
           05 FILLER             PIC X(7)  VALUE 'COL-2 '.
           05 CR-COL-2           PIC Z(9)9.99999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CR-NOTE            PIC X(40).
       01  CERT-STORE-LINE.
           05 CS-STORE           PIC X(16).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CS-ROWS            PIC Z(8)9.
           05 FILLER             PIC X(11) VALUE ' RECORD(S) '.
           05 CS-STATUS          PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CS-NOTE            PIC X(40).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CS-TS              PIC X(14).
       01  CERT-VERDICT-LINE.
           05 FILLER             PIC X(9)  VALUE 'VERDICT: '.
           05 CV-VERDICT         PIC X(70).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 0 TO SQLCODE
           MOVE 0 TO DB-RETURN-CODE
           ACCEPT WRK-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TODAY-8      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           PERFORM READ-PARAMETERS
           IF NOT PARMS-VALID
              MOVE 'Y' TO WRK-DB-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           CALL "OPER-AUTH" USING WRK-AUTH-ACTION WRK-LOCK-PROGRAM
                                   WRK-OPERATOR WRK-AUTH-RESULT
           IF WRK-AUTH-RESULT NOT = 0
              MOVE 'Y' TO WRK-AUTH-REFUSED-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY 'KEY-MOVE: ' WRK-ACTION ' "' KM-FROM-KEY
                   '" TO "' KM-TO-KEY '"'
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'KEY-MOVE: NOT CONNECTED - NOTHING MOVED'
              MOVE 'Y' TO WRK-DB-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           IF WRK-LOCK-RESULT NOT = 0
              DISPLAY 'KEY-MOVE: TAB1 WRITE LOCK NOT ACQUIRED '
                      '- NOTHING MOVED'
              EXEC SQL
                 DISCONNECT ALL
              END-EXEC
              MOVE 'Y' TO WRK-DB-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOOK-AT-BOTH-KEYS
           IF NOT DB-MOVE-FAILED
              PERFORM APPLY-MOVE-RULES
           END-IF
           IF NOT DB-MOVE-FAILED AND NOT MOVE-REFUSED
              PERFORM MOVE-DATABASE-STORES
              IF NOT DB-MOVE-FAILED
                 PERFORM MOVE-MIRROR-RECORD
              END-IF
           END-IF
           EXEC SQL
              DISCONNECT ALL
           END-EXEC
           PERFORM RELEASE-RUN-LOCK
           PERFORM WRITE-CERTIFICATE
           PERFORM RECORD-MOVE-AUDIT
           PERFORM RECORD-RUN-STATS
           EVALUATE TRUE
              WHEN DB-MOVE-FAILED
                 MOVE 8 TO RETURN-CODE
              WHEN SOMETHING-LEFT
                 MOVE 8 TO RETURN-CODE
              WHEN MOVE-REFUSED
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      ****************************************************************
       CONNECT-DB.
           MOVE SPACES TO WRK-ENV-CODE
           ACCEPT WRK-ENV-CODE FROM ENVIRONMENT "DBCONN_ENV"
           CALL "CONNECT-RETRY" USING WRK-ENV-CODE DB-RETURN-CODE
           IF DB-RETURN-CODE = 0
              DISPLAY 'KEY-MOVE: CONNECTED - ENVIRONMENT '
                      WRK-ENV-CODE
           ELSE
              DISPLAY 'KEY-MOVE: CONNECT FAILED, RETURN CODE = '
                      DB-RETURN-CODE
           END-IF.
      ****************************************************************
       READ-PARAMETERS.
           MOVE SPACES TO WRK-ACTION
           ACCEPT WRK-ACTION FROM ENVIRONMENT "KEYMOVE_ACTION"
           MOVE FUNCTION UPPER-CASE(WRK-ACTION) TO WRK-ACTION
           MOVE SPACES TO KM-FROM-KEY
           ACCEPT KM-FROM-KEY FROM ENVIRONMENT "KEYMOVE_FROM_KEY"
           MOVE SPACES TO KM-TO-KEY
           ACCEPT KM-TO-KEY FROM ENVIRONMENT "KEYMOVE_TO_KEY"
           MOVE SPACES TO WRK-SURVIVOR-RULE
           ACCEPT WRK-SURVIVOR-RULE
                  FROM ENVIRONMENT "KEYMOVE_SURVIVOR"
           MOVE FUNCTION UPPER-CASE(WRK-SURVIVOR-RULE)
             TO WRK-SURVIVOR-RULE
           MOVE SPACES TO WRK-OPERATOR
           ACCEPT WRK-OPERATOR FROM ENVIRONMENT "LOGNAME"
           MOVE SPACES TO WRK-CERT-PATH
           ACCEPT WRK-CERT-PATH FROM ENVIRONMENT "KEYMOVE_CERT_FILE"
           IF WRK-CERT-PATH = SPACES
              MOVE "keymove.cert" TO WRK-CERT-PATH
           END-IF
           EVALUATE TRUE
              WHEN NOT ACTION-RENAME AND NOT ACTION-MERGE
                 DISPLAY 'KEY-MOVE: SET KEYMOVE_ACTION TO RENAME OR '
                         'MERGE - NOTHING MOVED'
                 MOVE 'N' TO WRK-PARM-SW
              WHEN KM-FROM-KEY = SPACES OR KM-TO-KEY = SPACES
                 DISPLAY 'KEY-MOVE: SET KEYMOVE_FROM_KEY AND '
                         'KEYMOVE_TO_KEY - NOTHING MOVED'
                 MOVE 'N' TO WRK-PARM-SW
              WHEN KM-FROM-KEY = KM-TO-KEY
                 DISPLAY 'KEY-MOVE: FROM AND TO KEYS ARE THE SAME '
                         '- NOTHING MOVED'
                 MOVE 'N' TO WRK-PARM-SW
              WHEN WRK-SURVIVOR-RULE NOT = SPACES
                   AND NOT RULE-SOURCE AND NOT RULE-TARGET
                   AND NOT RULE-SUM
                 DISPLAY 'KEY-MOVE: KEYMOVE_SURVIVOR MUST BE SOURCE, '
                         'TARGET OR SUM - NOTHING MOVED'
                 MOVE 'N' TO WRK-PARM-SW
           END-EVALUATE.
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
       LOOK-AT-BOTH-KEYS.
      *    Where does each key's row live today, and does the target
      *    carry anything else a RENAME would collide with. A key
      *    archived more than once has several TAB1_HIST versions;
      *    the latest one speaks for it, and all of them move.
           MOVE 'N' TO WRK-HIST-EXIST-SW
           MOVE 'tab1_hist' TO WRK-TBL-NAME
           PERFORM CHECK-TABLE-EXISTS
           IF WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-HIST-EXIST-SW
           END-IF
           EXEC SQL
                SELECT COL_2, COALESCE(COL_5, ' ')
                  INTO :KM-COL-2, :KM-COL-5
                  FROM TAB1 WHERE COL_1 = :KM-FROM-KEY
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'Y' TO WRK-S-LIVE-SW
                 MOVE KM-COL-2 TO WRK-S-COL-2
                 MOVE KM-COL-5 TO WRK-S-COL-5
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM REPORT-MOVE-TROUBLE
           END-EVALUATE
           EXEC SQL
                SELECT COL_2, COALESCE(COL_5, ' ')
                  INTO :KM-COL-2, :KM-COL-5
                  FROM TAB1 WHERE COL_1 = :KM-TO-KEY
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'Y' TO WRK-T-LIVE-SW
                 MOVE KM-COL-2 TO WRK-T-COL-2
                 MOVE KM-COL-5 TO WRK-T-COL-5
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM REPORT-MOVE-TROUBLE
           END-EVALUATE
           IF HIST-TABLE-EXISTS
              EXEC SQL
                   SELECT COL_2, COALESCE(COL_5, ' ')
                     INTO :KM-COL-2, :KM-COL-5
                     FROM TAB1_HIST WHERE COL_1 = :KM-FROM-KEY
                    ORDER BY ARCHIVED_DATE DESC LIMIT 1
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE 'Y' TO WRK-S-HIST-SW
                    IF NOT SOURCE-LIVE
                       MOVE KM-COL-2 TO WRK-S-COL-2
                       MOVE KM-COL-5 TO WRK-S-COL-5
                    END-IF
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM REPORT-MOVE-TROUBLE
              END-EVALUATE
              EXEC SQL
                   SELECT COL_2, COALESCE(COL_5, ' ')
                     INTO :KM-COL-2, :KM-COL-5
                     FROM TAB1_HIST WHERE COL_1 = :KM-TO-KEY
                    ORDER BY ARCHIVED_DATE DESC LIMIT 1
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE 'Y' TO WRK-T-HIST-SW
                    IF NOT TARGET-LIVE
                       MOVE KM-COL-2 TO WRK-T-COL-2
                       MOVE KM-COL-5 TO WRK-T-COL-5
                    END-IF
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM REPORT-MOVE-TROUBLE
              END-EVALUATE
           END-IF
      *    A RENAME target must be clean everywhere, not just on the
      *    two row tables.
           MOVE 0 TO WRK-T-OTHER-ROWS
           MOVE 'tab1_addr' TO WRK-TBL-NAME
           PERFORM CHECK-TABLE-EXISTS
           IF WRK-TABLE-EXISTS > 0
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-ROW-COUNT
                     FROM TAB1_ADDR WHERE COL_1 = :KM-TO-KEY
              END-EXEC
              IF SQLCODE = 0
                 ADD WRK-ROW-COUNT TO WRK-T-OTHER-ROWS
              END-IF
           END-IF
           MOVE 'tab1_docs' TO WRK-TBL-NAME
           PERFORM CHECK-TABLE-EXISTS
           IF WRK-TABLE-EXISTS > 0
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-ROW-COUNT
                     FROM TAB1_DOCS WHERE COL_1 = :KM-TO-KEY
              END-EXEC
              IF SQLCODE = 0
                 ADD WRK-ROW-COUNT TO WRK-T-OTHER-ROWS
              END-IF
           END-IF
           MOVE 'tab1_docs_hist' TO WRK-TBL-NAME
           PERFORM CHECK-TABLE-EXISTS
           IF WRK-TABLE-EXISTS > 0
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-ROW-COUNT
                     FROM TAB1_DOCS_HIST WHERE COL_1 = :KM-TO-KEY
              END-EXEC
              IF SQLCODE = 0
                 ADD WRK-ROW-COUNT TO WRK-T-OTHER-ROWS
              END-IF
           END-IF
           MOVE 'tab1_owner' TO WRK-TBL-NAME
           PERFORM CHECK-TABLE-EXISTS
           IF WRK-TABLE-EXISTS > 0
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-ROW-COUNT
                     FROM TAB1_OWNER WHERE COL_1 = :KM-TO-KEY
              END-EXEC
              IF SQLCODE = 0
                 ADD WRK-ROW-COUNT TO WRK-T-OTHER-ROWS
              END-IF
           END-IF.
      ****************************************************************
       CHECK-TABLE-EXISTS.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = :WRK-TBL-NAME
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WRK-TABLE-EXISTS
              PERFORM REPORT-MOVE-TROUBLE
           END-IF.
      ****************************************************************
       APPLY-MOVE-RULES.
      *    Refusals leave every store untouched; the certificate
      *    carries the reason.
           EVALUATE TRUE
              WHEN NOT SOURCE-LIVE AND NOT SOURCE-ARCHIVED
                 MOVE 'SOURCE KEY IS ON NEITHER TAB1 NOR TAB1_HIST'
                   TO WRK-REFUSAL
              WHEN ACTION-RENAME
                   AND (TARGET-LIVE OR TARGET-ARCHIVED
                        OR WRK-T-OTHER-ROWS > 0)
                 MOVE 'TARGET KEY ALREADY IN USE - RUN A MERGE'
                   TO WRK-REFUSAL
              WHEN ACTION-MERGE
                   AND NOT TARGET-LIVE AND NOT TARGET-ARCHIVED
                 MOVE 'TARGET KEY NOT ON TAB1 OR TAB1_HIST - RUN A '
                   TO WRK-REFUSAL
                 MOVE 'RENAME' TO WRK-REFUSAL(45:6)
              WHEN SOURCE-LIVE AND TARGET-LIVE
                   AND WRK-SURVIVOR-RULE = SPACES
                 MOVE 'BOTH KEYS LIVE - SET KEYMOVE_SURVIVOR'
                   TO WRK-REFUSAL
           END-EVALUATE
           IF WRK-REFUSAL = SPACES
              PERFORM CHECK-LEGAL-HOLDS
           END-IF
           IF WRK-REFUSAL = SPACES
              PERFORM ESTABLISH-SURVIVOR
           END-IF
           IF WRK-REFUSAL NOT = SPACES
              MOVE 'Y' TO WRK-REFUSED-SW
              DISPLAY 'KEY-MOVE: REFUSED - ' WRK-REFUSAL
           END-IF.
      ****************************************************************
       CHECK-LEGAL-HOLDS.
      *    The source key disappears in either action; a merge also
      *    rewrites the target's row. The commit carries HOLD-CHECK's
      *    TAB1_HOLDBLOCK entry - nothing else has been touched yet.
           MOVE WRK-ACTION TO WRK-HOLD-ACTION
           CALL "HOLD-CHECK" USING KM-FROM-KEY WRK-LOCK-PROGRAM
                                   WRK-HOLD-ACTION WRK-HOLD-CASE-REF
                                   WRK-HOLD-RESULT
           IF WRK-HOLD-RESULT NOT = 0
              STRING 'SOURCE KEY UNDER LEGAL HOLD, CASE '
                     WRK-HOLD-CASE-REF
                 DELIMITED BY SIZE INTO WRK-REFUSAL
           ELSE
              IF ACTION-MERGE
                 CALL "HOLD-CHECK" USING KM-TO-KEY WRK-LOCK-PROGRAM
                                         WRK-HOLD-ACTION
                                         WRK-HOLD-CASE-REF
                                         WRK-HOLD-RESULT
                 IF WRK-HOLD-RESULT NOT = 0
                    STRING 'TARGET KEY UNDER LEGAL HOLD, CASE '
                           WRK-HOLD-CASE-REF
                       DELIMITED BY SIZE INTO WRK-REFUSAL
                 END-IF
              END-IF
           END-IF
           IF WRK-HOLD-RESULT NOT = 0
              EXEC SQL
                 COMMIT WORK
              END-EXEC
           END-IF.
      ****************************************************************
       ESTABLISH-SURVIVOR.
           EVALUATE TRUE
              WHEN SOURCE-LIVE AND TARGET-LIVE
                 MOVE 'LIVE' TO WRK-SURVIVOR-STATE
                 MOVE WRK-T-COL-5 TO WRK-SURVIVOR-COL-5
                 EVALUATE TRUE
                    WHEN RULE-SOURCE
                       MOVE WRK-S-COL-2 TO WRK-SURVIVOR-COL-2
                    WHEN RULE-TARGET
                       MOVE WRK-T-COL-2 TO WRK-SURVIVOR-COL-2
                    WHEN RULE-SUM
                       COMPUTE WRK-SURVIVOR-COL-2
                             = WRK-S-COL-2 + WRK-T-COL-2
                          ON SIZE ERROR
                             MOVE 'SUM OF COL-2 OVERFLOWS NUMERIC(10,5)'
                               TO WRK-REFUSAL
                       END-COMPUTE
                 END-EVALUATE
              WHEN SOURCE-LIVE
                 MOVE 'LIVE' TO WRK-SURVIVOR-STATE
                 MOVE WRK-S-COL-2 TO WRK-SURVIVOR-COL-2
                 MOVE WRK-S-COL-5 TO WRK-SURVIVOR-COL-5
              WHEN TARGET-LIVE
                 MOVE 'LIVE' TO WRK-SURVIVOR-STATE
                 MOVE WRK-T-COL-2 TO WRK-SURVIVOR-COL-2
                 MOVE WRK-T-COL-5 TO WRK-SURVIVOR-COL-5
              WHEN TARGET-ARCHIVED
                 MOVE 'ARCHIVED' TO WRK-SURVIVOR-STATE
                 MOVE WRK-T-COL-2 TO WRK-SURVIVOR-COL-2
                 MOVE WRK-T-COL-5 TO WRK-SURVIVOR-COL-5
              WHEN OTHER
                 MOVE 'ARCHIVED' TO WRK-SURVIVOR-STATE
                 MOVE WRK-S-COL-2 TO WRK-SURVIVOR-COL-2
                 MOVE WRK-S-COL-5 TO WRK-SURVIVOR-COL-5
           END-EVALUATE
      *    The journal's before image is what the target key showed
      *    before the move - for a rename, the balance it arrives
      *    with.
           IF TARGET-LIVE OR TARGET-ARCHIVED
              MOVE WRK-T-COL-2 TO WRK-JRNL-OLD-COL-2
              MOVE WRK-T-COL-5 TO WRK-JRNL-OLD-COL-5
           ELSE
              MOVE WRK-S-COL-2 TO WRK-JRNL-OLD-COL-2
              MOVE WRK-S-COL-5 TO WRK-JRNL-OLD-COL-5
           END-IF.
      ****************************************************************
       MOVE-DATABASE-STORES.
      *    Every table in one unit of work and ONE commit - any
      *    failure rolls the whole database side back so no key is
      *    ever half-moved.
           PERFORM MOVE-TAB1-ROW
           IF NOT DB-MOVE-FAILED
              PERFORM MOVE-HIST-ROW
           END-IF
           IF NOT DB-MOVE-FAILED
              PERFORM MOVE-ADDRESS
           END-IF
           IF NOT DB-MOVE-FAILED
              PERFORM MOVE-DOCUMENTS
           END-IF
           IF NOT DB-MOVE-FAILED
              PERFORM MOVE-JOURNAL
           END-IF
           IF NOT DB-MOVE-FAILED
              PERFORM MOVE-REVIEWED-PAIRS
           END-IF
           IF NOT DB-MOVE-FAILED
              PERFORM MOVE-OWNER
           END-IF
           IF NOT DB-MOVE-FAILED
              MOVE SPACES TO WRK-JRNL-FEED-ID
              STRING 'KEYMOVE' WRK-TODAY-8 DELIMITED BY SIZE
                 INTO WRK-JRNL-FEED-ID
              CALL "TAB1-JOURNAL" USING KM-TO-KEY WRK-JRNL-ACTION
                   WRK-JRNL-OLD-COL-2 WRK-SURVIVOR-COL-2
                   WRK-JRNL-OLD-COL-5 WRK-SURVIVOR-COL-5
                   WRK-JRNL-PROGRAM WRK-JRNL-FEED-ID
                   WRK-JRNL-RETURN
              IF WRK-JRNL-RETURN NOT = 0
                 MOVE 'Y' TO WRK-DB-TROUBLE-SW
              END-IF
           END-IF
      *    A merged-away source key closes its own trail: its last
      *    image before, nothing after.
           IF NOT DB-MOVE-FAILED AND ACTION-MERGE
              CALL "TAB1-JOURNAL" USING KM-FROM-KEY WRK-JRNL-ACTION
                   WRK-S-COL-2 WRK-JRNL-GONE-COL-2
                   WRK-S-COL-5 WRK-JRNL-GONE-COL-5
                   WRK-JRNL-PROGRAM WRK-JRNL-FEED-ID
                   WRK-JRNL-RETURN
              IF WRK-JRNL-RETURN NOT = 0
                 MOVE 'Y' TO WRK-DB-TROUBLE-SW
              END-IF
           END-IF
           IF DB-MOVE-FAILED
              EXEC SQL
                 ROLLBACK WORK
              END-EXEC
              DISPLAY 'KEY-MOVE: DATABASE MOVE ROLLED BACK - '
                      'NO TABLE WAS TOUCHED'
      *       The certificate must say the truth: rolled back.
              MOVE 0 TO WRK-STORE-IX
              PERFORM UNTIL WRK-STORE-IX >= WRK-STORE-COUNT
                 ADD 1 TO WRK-STORE-IX
                 MOVE 'ROLLBACK' TO WST-STATUS(WRK-STORE-IX)
                 MOVE 0 TO WST-ROWS(WRK-STORE-IX)
              END-PERFORM
              MOVE 0 TO WRK-TOTAL-MOVED
           ELSE
              EXEC SQL
                 COMMIT WORK
              END-EXEC
           END-IF.
      ****************************************************************
       MOVE-TAB1-ROW.
           MOVE 'tab1' TO WRK-NOTE-STORE
           EVALUATE TRUE
              WHEN SOURCE-LIVE AND TARGET-LIVE
                 MOVE WRK-SURVIVOR-COL-2 TO KM-NEW-COL-2
                 EXEC SQL
                    UPDATE TAB1
                       SET COL_2 = :KM-NEW-COL-2,
                           LOAD_DATE = LEAST(LOAD_DATE,
                              (SELECT S.LOAD_DATE FROM TAB1 S
                                WHERE S.COL_1 = :KM-FROM-KEY)),
                           CHANGE_DATE = CURRENT_DATE
                     WHERE COL_1 = :KM-TO-KEY
                 END-EXEC
                 IF SQLCODE = 0
                    EXEC SQL
                       DELETE FROM TAB1 WHERE COL_1 = :KM-FROM-KEY
                    END-EXEC
                 END-IF
                 MOVE 'MERGED' TO WRK-NOTE-STATUS
                 MOVE SPACES TO WRK-NOTE-TEXT
                 STRING 'INTO TARGET ROW, SURVIVOR ' WRK-SURVIVOR-RULE
                    DELIMITED BY SIZE INTO WRK-NOTE-TEXT
                 MOVE 1 TO WRK-ROW-COUNT
              WHEN SOURCE-LIVE
                 EXEC SQL
                    UPDATE TAB1
                       SET COL_1 = :KM-TO-KEY
                     WHERE COL_1 = :KM-FROM-KEY
                 END-EXEC
                 MOVE 'MOVED' TO WRK-NOTE-STATUS
                 MOVE 'ROW RE-KEYED, LOAD_DATE KEPT' TO WRK-NOTE-TEXT
                 MOVE 1 TO WRK-ROW-COUNT
              WHEN OTHER
                 MOVE 'EMPTY' TO WRK-NOTE-STATUS
                 MOVE SPACES TO WRK-NOTE-TEXT
                 MOVE 0 TO WRK-ROW-COUNT
           END-EVALUATE
           PERFORM CHECK-STORE-SQL.
      ****************************************************************
       MOVE-HIST-ROW.
           MOVE 'tab1_hist' TO WRK-NOTE-STORE
           IF NOT HIST-TABLE-EXISTS
              MOVE 'N/A' TO WRK-NOTE-STATUS
              MOVE SPACES TO WRK-NOTE-TEXT
              MOVE 0 TO WRK-ROW-COUNT
              PERFORM NOTE-STORE-RESULT
           ELSE
      *       A live source supersedes an archived target row.
              IF SOURCE-LIVE AND TARGET-ARCHIVED AND NOT TARGET-LIVE
                 EXEC SQL
                      SELECT COUNT(*) INTO :WRK-ROW-COUNT
                        FROM TAB1_HIST WHERE COL_1 = :KM-TO-KEY
                 END-EXEC
                 EXEC SQL
                    DELETE FROM TAB1_HIST WHERE COL_1 = :KM-TO-KEY
                 END-EXEC
                 MOVE 'DROPPED' TO WRK-NOTE-STATUS
                 MOVE 'ARCHIVED TARGET ROW SUPERSEDED BY LIVE'
                   TO WRK-NOTE-TEXT
                 PERFORM CHECK-STORE-SQL
              END-IF
              IF NOT DB-MOVE-FAILED AND SOURCE-ARCHIVED
                 EXEC SQL
                      SELECT COUNT(*) INTO :WRK-ROW-COUNT
                        FROM TAB1_HIST WHERE COL_1 = :KM-FROM-KEY
                 END-EXEC
              END-IF
              IF NOT DB-MOVE-FAILED
                 EVALUATE TRUE
                    WHEN SOURCE-ARCHIVED
                         AND (TARGET-LIVE OR TARGET-ARCHIVED)
                       EXEC SQL
                          DELETE FROM TAB1_HIST
                           WHERE COL_1 = :KM-FROM-KEY
                       END-EXEC
                       MOVE 'MERGED' TO WRK-NOTE-STATUS
                       MOVE 'ARCHIVED SOURCE ROW FOLDED INTO TARGET'
                         TO WRK-NOTE-TEXT
                    WHEN SOURCE-ARCHIVED
                       EXEC SQL
                          UPDATE TAB1_HIST
                             SET COL_1 = :KM-TO-KEY
                           WHERE COL_1 = :KM-FROM-KEY
                       END-EXEC
                       MOVE 'MOVED' TO WRK-NOTE-STATUS
                       MOVE 'ROW RE-KEYED, ARCHIVED_DATE KEPT'
                         TO WRK-NOTE-TEXT
                    WHEN OTHER
                       MOVE 'EMPTY' TO WRK-NOTE-STATUS
                       MOVE SPACES TO WRK-NOTE-TEXT
                       MOVE 0 TO WRK-ROW-COUNT
                 END-EVALUATE
                 PERFORM CHECK-STORE-SQL
              END-IF
           END-IF.
      ****************************************************************
       MOVE-ADDRESS.
      *    The target's own address wins; the source's only moves
      *    over when the target has none.
           MOVE 'tab1_addr' TO WRK-NOTE-STORE
           MOVE 'tab1_addr' TO WRK-TBL-NAME
           PERFORM CHECK-TABLE-EXISTS
           MOVE SPACES TO WRK-NOTE-TEXT
           MOVE 0 TO WRK-ROW-COUNT
           IF WRK-TABLE-EXISTS = 0
              MOVE 'N/A' TO WRK-NOTE-STATUS
              PERFORM NOTE-STORE-RESULT
           ELSE
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-ROW-COUNT
                     FROM TAB1_ADDR WHERE COL_1 = :KM-FROM-KEY
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    CONTINUE
                 WHEN WRK-ROW-COUNT = 0
                    MOVE 'EMPTY' TO WRK-NOTE-STATUS
                 WHEN WRK-T-OTHER-ROWS > 0 AND ACTION-MERGE
                    EXEC SQL
                       DELETE FROM TAB1_ADDR
                        WHERE COL_1 = :KM-FROM-KEY
                          AND EXISTS (SELECT 1 FROM TAB1_ADDR T
                                       WHERE T.COL_1 = :KM-TO-KEY)
                    END-EXEC
                    IF SQLCODE = 100
                       EXEC SQL
                          UPDATE TAB1_ADDR
                             SET COL_1 = :KM-TO-KEY
                           WHERE COL_1 = :KM-FROM-KEY
                       END-EXEC
                       MOVE 'MOVED' TO WRK-NOTE-STATUS
                    ELSE
                       MOVE 'DROPPED' TO WRK-NOTE-STATUS
                       MOVE 'TARGET ADDRESS KEPT' TO WRK-NOTE-TEXT
                    END-IF
                 WHEN OTHER
                    EXEC SQL
                       UPDATE TAB1_ADDR
                          SET COL_1 = :KM-TO-KEY
                        WHERE COL_1 = :KM-FROM-KEY
                    END-EXEC
                    MOVE 'MOVED' TO WRK-NOTE-STATUS
              END-EVALUATE
              PERFORM CHECK-STORE-SQL
           END-IF.
      ****************************************************************
       MOVE-DOCUMENTS.
      *    Source documents are renumbered after the target's highest
      *    DOC_SEQ across both document tables, so RESTORE-TAB1 can
      *    still bring archived documents back without a collision.
           MOVE 0 TO KM-SEQ-OFFSET
           MOVE 'tab1_docs' TO WRK-TBL-NAME
           PERFORM CHECK-TABLE-EXISTS
           IF WRK-TABLE-EXISTS > 0
              EXEC SQL
                   SELECT COALESCE(MAX(DOC_SEQ), 0) INTO :KM-SEQ-HIGH
                     FROM TAB1_DOCS WHERE COL_1 = :KM-TO-KEY
              END-EXEC
              IF SQLCODE = 0 AND KM-SEQ-HIGH > KM-SEQ-OFFSET
                 MOVE KM-SEQ-HIGH TO KM-SEQ-OFFSET
              END-IF
           END-IF
           MOVE 'tab1_docs_hist' TO WRK-TBL-NAME
           PERFORM CHECK-TABLE-EXISTS
           IF WRK-TABLE-EXISTS > 0
              EXEC SQL
                   SELECT COALESCE(MAX(DOC_SEQ), 0) INTO :KM-SEQ-HIGH
                     FROM TAB1_DOCS_HIST WHERE COL_1 = :KM-TO-KEY
              END-EXEC
              IF SQLCODE = 0 AND KM-SEQ-HIGH > KM-SEQ-OFFSET
                 MOVE KM-SEQ-HIGH TO KM-SEQ-OFFSET
              END-IF
           END-IF
           MOVE SPACES TO WRK-NOTE-TEXT
           IF KM-SEQ-OFFSET > 0
              MOVE 'RENUMBERED AFTER TARGET DOCUMENTS'
                TO WRK-NOTE-TEXT
           END-IF
           MOVE 'tab1_docs' TO WRK-NOTE-STORE
           MOVE 'tab1_docs' TO WRK-TBL-NAME
           PERFORM CHECK-TABLE-EXISTS
           MOVE 0 TO WRK-ROW-COUNT
           IF WRK-TABLE-EXISTS = 0
              MOVE 'N/A' TO WRK-NOTE-STATUS
              PERFORM NOTE-STORE-RESULT
           ELSE
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-ROW-COUNT
                     FROM TAB1_DOCS WHERE COL_1 = :KM-FROM-KEY
              END-EXEC
              IF SQLCODE = 0 AND WRK-ROW-COUNT > 0
                 EXEC SQL
                    UPDATE TAB1_DOCS
                       SET COL_1 = :KM-TO-KEY,
                           DOC_SEQ = DOC_SEQ + :KM-SEQ-OFFSET
                     WHERE COL_1 = :KM-FROM-KEY
                 END-EXEC
              END-IF
              MOVE 'MOVED' TO WRK-NOTE-STATUS
              PERFORM CHECK-STORE-SQL
           END-IF
           IF NOT DB-MOVE-FAILED
              MOVE 'tab1_docs_hist' TO WRK-NOTE-STORE
              MOVE 'tab1_docs_hist' TO WRK-TBL-NAME
              PERFORM CHECK-TABLE-EXISTS
              MOVE 0 TO WRK-ROW-COUNT
              IF WRK-TABLE-EXISTS = 0
                 MOVE 'N/A' TO WRK-NOTE-STATUS
                 PERFORM NOTE-STORE-RESULT
              ELSE
                 EXEC SQL
                      SELECT COUNT(*) INTO :WRK-ROW-COUNT
                        FROM TAB1_DOCS_HIST
                       WHERE COL_1 = :KM-FROM-KEY
                 END-EXEC
                 IF SQLCODE = 0 AND WRK-ROW-COUNT > 0
                    EXEC SQL
                       UPDATE TAB1_DOCS_HIST
                          SET COL_1 = :KM-TO-KEY,
                              DOC_SEQ = DOC_SEQ + :KM-SEQ-OFFSET
                        WHERE COL_1 = :KM-FROM-KEY
                    END-EXEC
                 END-IF
                 MOVE 'MOVED' TO WRK-NOTE-STATUS
                 PERFORM CHECK-STORE-SQL
              END-IF
           END-IF.
      ****************************************************************
       MOVE-JOURNAL.
      *    A rename carries the source's journal trail to the new key
      *    whole. A merge leaves it on the source key: laid over the
      *    target's own trail it would interleave two balance chains
      *    and ASOF-BALANCE and STATEMENT-RUN would read one key's
      *    before images as the other's. The 'K' rows written after
      *    this record the move itself.
           MOVE 'tab1_changes' TO WRK-NOTE-STORE
           MOVE 'tab1_changes' TO WRK-TBL-NAME
           PERFORM CHECK-TABLE-EXISTS
           MOVE SPACES TO WRK-NOTE-TEXT
           MOVE 0 TO WRK-ROW-COUNT
           IF WRK-TABLE-EXISTS = 0
              MOVE 'N/A' TO WRK-NOTE-STATUS
              PERFORM NOTE-STORE-RESULT
           ELSE
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-ROW-COUNT
                     FROM TAB1_CHANGES WHERE COL_1 = :KM-FROM-KEY
              END-EXEC
              IF ACTION-RENAME
                 IF SQLCODE = 0 AND WRK-ROW-COUNT > 0
                    EXEC SQL
                       UPDATE TAB1_CHANGES
                          SET COL_1 = :KM-TO-KEY
                        WHERE COL_1 = :KM-FROM-KEY
                    END-EXEC
                 END-IF
                 MOVE 'MOVED' TO WRK-NOTE-STATUS
              ELSE
                 MOVE 'KEPT' TO WRK-NOTE-STATUS
                 MOVE 'SOURCE TRAIL LEFT ON SOURCE KEY'
                   TO WRK-NOTE-TEXT
              END-IF
              PERFORM CHECK-STORE-SQL
           END-IF.
      ****************************************************************
       MOVE-REVIEWED-PAIRS.
      *    A rename carries DUP-MATCH's "not a duplicate" verdicts to
      *    the new key (still stored low key first); a merge makes
      *    the source's verdicts moot.
           MOVE 'tab1_notdup' TO WRK-NOTE-STORE
           MOVE 'tab1_notdup' TO WRK-TBL-NAME
           PERFORM CHECK-TABLE-EXISTS
           MOVE SPACES TO WRK-NOTE-TEXT
           MOVE 0 TO WRK-ROW-COUNT
           IF WRK-TABLE-EXISTS > 0
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-ROW-COUNT
                     FROM TAB1_NOTDUP
                    WHERE COL_1_A = :KM-FROM-KEY
                       OR COL_1_B = :KM-FROM-KEY
              END-EXEC
              IF SQLCODE = 0 AND WRK-ROW-COUNT > 0
                 IF ACTION-RENAME
                    EXEC SQL
                       UPDATE TAB1_NOTDUP
                          SET COL_1_A = LEAST(
                                 CASE WHEN COL_1_A = :KM-FROM-KEY
                                      THEN :KM-TO-KEY
                                      ELSE COL_1_A END,
                                 CASE WHEN COL_1_B = :KM-FROM-KEY
                                      THEN :KM-TO-KEY
                                      ELSE COL_1_B END),
                              COL_1_B = GREATEST(
                                 CASE WHEN COL_1_A = :KM-FROM-KEY
                                      THEN :KM-TO-KEY
                                      ELSE COL_1_A END,
                                 CASE WHEN COL_1_B = :KM-FROM-KEY
                                      THEN :KM-TO-KEY
                                      ELSE COL_1_B END)
                        WHERE COL_1_A = :KM-FROM-KEY
                           OR COL_1_B = :KM-FROM-KEY
                    END-EXEC
                    MOVE 'MOVED' TO WRK-NOTE-STATUS
                 ELSE
                    EXEC SQL
                       DELETE FROM TAB1_NOTDUP
                        WHERE COL_1_A = :KM-FROM-KEY
                           OR COL_1_B = :KM-FROM-KEY
                    END-EXEC
                    MOVE 'DROPPED' TO WRK-NOTE-STATUS
                    MOVE 'REVIEWED PAIRS OF THE MERGED KEY'
                      TO WRK-NOTE-TEXT
                 END-IF
                 PERFORM CHECK-STORE-SQL
              END-IF
           END-IF.
      ****************************************************************
       MOVE-OWNER.
      *    The ownership row (see KEY-OWNER) follows a renamed key.
      *    On a merge the target's owner stands and the source's row
      *    goes with the source key.
           MOVE 'tab1_owner' TO WRK-NOTE-STORE
           MOVE 'tab1_owner' TO WRK-TBL-NAME
           PERFORM CHECK-TABLE-EXISTS
           MOVE SPACES TO WRK-NOTE-TEXT
           MOVE 0 TO WRK-ROW-COUNT
           IF WRK-TABLE-EXISTS = 0
              MOVE 'N/A' TO WRK-NOTE-STATUS
              PERFORM NOTE-STORE-RESULT
           ELSE
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-ROW-COUNT
                     FROM TAB1_OWNER WHERE COL_1 = :KM-FROM-KEY
              END-EXEC
              IF SQLCODE = 0 AND WRK-ROW-COUNT > 0
                 IF ACTION-RENAME
                    EXEC SQL
                       UPDATE TAB1_OWNER
                          SET COL_1 = :KM-TO-KEY
                        WHERE COL_1 = :KM-FROM-KEY
                    END-EXEC
                    MOVE 'MOVED' TO WRK-NOTE-STATUS
                 ELSE
                    EXEC SQL
                       DELETE FROM TAB1_OWNER
                        WHERE COL_1 = :KM-FROM-KEY
                    END-EXEC
                    MOVE 'DROPPED' TO WRK-NOTE-STATUS
                    MOVE 'TARGET OWNER KEPT' TO WRK-NOTE-TEXT
                 END-IF
              END-IF
              PERFORM CHECK-STORE-SQL
           END-IF.
      ****************************************************************
       CHECK-STORE-SQL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'Y' TO WRK-DB-TROUBLE-SW
              PERFORM REPORT-MOVE-TROUBLE
           ELSE
              IF WRK-ROW-COUNT = 0
                 MOVE 'EMPTY' TO WRK-NOTE-STATUS
              END-IF
              PERFORM NOTE-STORE-RESULT
           END-IF.
      ****************************************************************
       NOTE-STORE-RESULT.
           IF WRK-STORE-COUNT < 16
              ADD 1 TO WRK-STORE-COUNT
              MOVE WRK-NOTE-STORE  TO WST-STORE(WRK-STORE-COUNT)
              MOVE WRK-ROW-COUNT   TO WST-ROWS(WRK-STORE-COUNT)
              MOVE WRK-NOTE-STATUS TO WST-STATUS(WRK-STORE-COUNT)
              MOVE WRK-NOTE-TEXT   TO WST-NOTE(WRK-STORE-COUNT)
              PERFORM STAMP-STORE-TS
           END-IF
           ADD WRK-ROW-COUNT TO WRK-TOTAL-MOVED.
      ****************************************************************
       STAMP-STORE-TS.
           ACCEPT WRK-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TODAY-8      TO WRK-NOW-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-NOW-TS(9:6)
           MOVE WRK-NOW-TS TO WST-TS(WRK-STORE-COUNT).
      ****************************************************************
       REPORT-MOVE-TROUBLE.
           MOVE 'Y' TO WRK-DB-TROUBLE-SW
           DISPLAY 'KEY-MOVE: SQL TROUBLE ON ' WRK-NOTE-STORE
           DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           MOVE 'KEY-MOVE' TO WRK-AUDIT-SOURCE
           MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       MOVE-MIRROR-RECORD.
      *    The mirror holds live rows only: the source record goes,
      *    and the target record is rewritten from the surviving live
      *    row when there is one.
           MOVE 'mirror' TO WRK-NOTE-STORE
           MOVE SPACES TO WRK-NOTE-TEXT
           MOVE 0 TO WRK-ROW-COUNT
           MOVE SPACES TO WRK-MIRROR-PATH
           ACCEPT WRK-MIRROR-PATH
                  FROM ENVIRONMENT "EXTRACT_MIRROR_FILE"
           IF WRK-MIRROR-PATH = SPACES
              MOVE "tab1.mirror" TO WRK-MIRROR-PATH
           END-IF
           OPEN I-O MIRROR-FILE
           EVALUATE TRUE
              WHEN WRK-MIRROR-STATUS = "35"
      *          No mirror on disk means nothing to move there.
                 MOVE 'N/A' TO WRK-NOTE-STATUS
              WHEN WRK-MIRROR-STATUS NOT = "00"
                 DISPLAY 'KEY-MOVE: MIRROR OPEN FAILED - STATUS '
                         WRK-MIRROR-STATUS
                 MOVE 'LEFT' TO WRK-NOTE-STATUS
                 MOVE 'Y' TO WRK-LEFT-SW
              WHEN OTHER
                 MOVE 'EMPTY' TO WRK-NOTE-STATUS
                 MOVE KM-FROM-KEY TO MIR-COL-1
                 DELETE MIRROR-FILE RECORD
                 EVALUATE TRUE
                    WHEN WRK-MIRROR-STATUS = "00"
                       MOVE 1 TO WRK-ROW-COUNT
                       MOVE 'MOVED' TO WRK-NOTE-STATUS
                    WHEN WRK-MIRROR-STATUS = "23"
                       CONTINUE
                    WHEN OTHER
                       DISPLAY 'KEY-MOVE: MIRROR DELETE FAILED - '
                               'STATUS ' WRK-MIRROR-STATUS
                       MOVE 'LEFT' TO WRK-NOTE-STATUS
                       MOVE 'Y' TO WRK-LEFT-SW
                 END-EVALUATE
                 IF NOT SOMETHING-LEFT
                    AND WRK-SURVIVOR-STATE = 'LIVE'
                    PERFORM REWRITE-TARGET-MIRROR
                 END-IF
                 CLOSE MIRROR-FILE
           END-EVALUATE
           PERFORM NOTE-STORE-RESULT.
      ****************************************************************
       REWRITE-TARGET-MIRROR.
           EXEC SQL
                SELECT COL_1, COL_2, COL_3, COL_5
                  INTO :COL-1, :COL-2, :COL-3, :COL-5
                  FROM TAB1 WHERE COL_1 = :KM-TO-KEY
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'KEY-MOVE: TARGET ROW NOT READ BACK FOR THE '
                      'MIRROR - SQLCODE ' SQLCODE
              MOVE 'LEFT' TO WRK-NOTE-STATUS
              MOVE 'Y' TO WRK-LEFT-SW
           ELSE
              MOVE COL-1        TO MIR-COL-1
              MOVE COL-2        TO MIR-COL-2
              MOVE COL-3        TO MIR-COL-3
              MOVE COL-5-LEN    TO MIR-COL-5-LEN
              MOVE COL-5-ARR    TO MIR-COL-5-TEXT
              MOVE WRK-TODAY-8  TO MIR-BUILD-DATE
              WRITE MIRROR-RECORD
              IF WRK-MIRROR-STATUS = "22"
                 REWRITE MIRROR-RECORD
              END-IF
              IF WRK-MIRROR-STATUS = "00"
                 MOVE 'MOVED' TO WRK-NOTE-STATUS
                 MOVE 'TARGET RECORD REWRITTEN FROM TAB1'
                   TO WRK-NOTE-TEXT
              ELSE
                 DISPLAY 'KEY-MOVE: MIRROR WRITE FAILED FOR '
                         MIR-COL-1 ' STATUS ' WRK-MIRROR-STATUS
                 MOVE 'LEFT' TO WRK-NOTE-STATUS
                 MOVE 'Y' TO WRK-LEFT-SW
              END-IF
           END-IF.
      ****************************************************************
       WRITE-CERTIFICATE.
           OPEN OUTPUT CERT-FILE
           IF WRK-CERT-STATUS NOT = "00"
              DISPLAY 'KEY-MOVE: UNABLE TO OPEN ' WRK-CERT-PATH
                      ' STATUS ' WRK-CERT-STATUS
                      ' - CERTIFICATE NOT WRITTEN'
           ELSE
              MOVE WRK-ACTION TO CH-ACTION
              MOVE CERT-HEADER-1 TO CERT-RECORD
              WRITE CERT-RECORD
              MOVE KM-FROM-KEY TO CH-FROM-KEY
              MOVE KM-TO-KEY   TO CH-TO-KEY
              MOVE CERT-HEADER-2 TO CERT-RECORD
              WRITE CERT-RECORD
              MOVE WRK-START-TS TO CH-RUN-TS
              MOVE WRK-OPERATOR TO CH-OPERATOR
              MOVE CERT-HEADER-3 TO CERT-RECORD
              WRITE CERT-RECORD
              MOVE SPACES TO CERT-RECORD
              WRITE CERT-RECORD
              PERFORM WRITE-ROW-DISPOSITION
              MOVE SPACES TO CERT-RECORD
              WRITE CERT-RECORD
              MOVE 0 TO WRK-STORE-IX
              PERFORM UNTIL WRK-STORE-IX >= WRK-STORE-COUNT
                 ADD 1 TO WRK-STORE-IX
                 MOVE WST-STORE(WRK-STORE-IX)  TO CS-STORE
                 MOVE WST-ROWS(WRK-STORE-IX)   TO CS-ROWS
                 MOVE WST-STATUS(WRK-STORE-IX) TO CS-STATUS
                 MOVE WST-NOTE(WRK-STORE-IX)   TO CS-NOTE
                 MOVE WST-TS(WRK-STORE-IX)     TO CS-TS
                 MOVE CERT-STORE-LINE TO CERT-RECORD
                 WRITE CERT-RECORD
              END-PERFORM
              MOVE SPACES TO CERT-RECORD
              WRITE CERT-RECORD
              EVALUATE TRUE
                 WHEN DB-MOVE-FAILED
                    MOVE 'FAILED - DATABASE ROLLED BACK'
                      TO CV-VERDICT
                 WHEN MOVE-REFUSED
                    MOVE SPACES TO CV-VERDICT
                    STRING 'REFUSED - ' WRK-REFUSAL
                       DELIMITED BY SIZE INTO CV-VERDICT
                 WHEN SOMETHING-LEFT
                    MOVE 'PARTIAL - DATABASE MOVED, SEE LEFT LINES'
                      TO CV-VERDICT
                 WHEN OTHER
                    MOVE 'COMPLETE - EVERY STORE MOVED'
                      TO CV-VERDICT
              END-EVALUATE
              MOVE CERT-VERDICT-LINE TO CERT-RECORD
              WRITE CERT-RECORD
              CLOSE CERT-FILE
              DISPLAY 'KEY-MOVE: CERTIFICATE WRITTEN TO '
                      WRK-CERT-PATH
           END-IF.
      ****************************************************************
       WRITE-ROW-DISPOSITION.
           MOVE 'SOURCE ROW' TO CR-LABEL
           EVALUATE TRUE
              WHEN SOURCE-LIVE
                 MOVE 'LIVE'     TO CR-STATE
              WHEN SOURCE-ARCHIVED
                 MOVE 'ARCHIVED' TO CR-STATE
              WHEN OTHER
                 MOVE 'NONE'     TO CR-STATE
           END-EVALUATE
           MOVE WRK-S-COL-2 TO CR-COL-2
           MOVE SPACES TO CR-NOTE
           MOVE CERT-ROW-LINE TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE 'TARGET ROW' TO CR-LABEL
           EVALUATE TRUE
              WHEN TARGET-LIVE
                 MOVE 'LIVE'     TO CR-STATE
              WHEN TARGET-ARCHIVED
                 MOVE 'ARCHIVED' TO CR-STATE
              WHEN OTHER
                 MOVE 'NONE'     TO CR-STATE
           END-EVALUATE
           MOVE WRK-T-COL-2 TO CR-COL-2
           MOVE CERT-ROW-LINE TO CERT-RECORD
           WRITE CERT-RECORD
           IF NOT MOVE-REFUSED
              MOVE 'SURVIVING ROW' TO CR-LABEL
              MOVE WRK-SURVIVOR-STATE TO CR-STATE
              MOVE WRK-SURVIVOR-COL-2 TO CR-COL-2
              IF SOURCE-LIVE AND TARGET-LIVE
                 STRING 'KEYMOVE_SURVIVOR=' WRK-SURVIVOR-RULE
                    DELIMITED BY SIZE INTO CR-NOTE
              END-IF
              MOVE CERT-ROW-LINE TO CERT-RECORD
              WRITE CERT-RECORD
           END-IF.
      ****************************************************************
       RECORD-MOVE-AUDIT.
           MOVE 'KEY-MOVE' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           MOVE SPACES TO WRK-AUDIT-MESSAGE
           EVALUATE TRUE
              WHEN DB-MOVE-FAILED
                 STRING WRK-ACTION DELIMITED BY SPACE
                        ' FAILED ' KM-FROM-KEY ' TO ' KM-TO-KEY
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
              WHEN MOVE-REFUSED
                 STRING WRK-ACTION DELIMITED BY SPACE
                        ' REFUSED ' KM-FROM-KEY ' TO ' KM-TO-KEY
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
              WHEN OTHER
                 STRING WRK-ACTION DELIMITED BY SPACE
                        ' ' KM-FROM-KEY ' TO ' KM-TO-KEY
                        ' BY ' WRK-OPERATOR
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
           END-EVALUATE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       RECORD-RUN-STATS.
           MOVE 'KEY-MOVE' TO WRK-STATS-PROGRAM
           MOVE WRK-STORE-COUNT TO WRK-STATS-IN
           MOVE WRK-TOTAL-MOVED TO WRK-STATS-OUT
           MOVE 0 TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN AUTH-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN DB-MOVE-FAILED
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN SOMETHING-LEFT
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN MOVE-REFUSED
                 MOVE 'DECLINED' TO WRK-STATS-STATUS
              WHEN OTHER
                 MOVE 'COMPLETE' TO WRK-STATS-STATUS
           END-EVALUATE
           CALL "RUNSTATS" USING WRK-STATS-PROGRAM WRK-START-TS
                                  WRK-STATS-IN WRK-STATS-OUT
                                  WRK-STATS-REJ WRK-STATS-STATUS.
