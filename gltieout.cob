       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GL-TIEOUT.
      ****************************************************************
      * GL-TIEOUT - month-end tie-out of TAB1 against the control
      * balances finance keeps per COL-3 category in the general
      * ledger, replacing the "do we agree" exercise done by eye
      * against SUMMARY-TAB1's printout.
      *   GLTIE_FILE               the ledger control file (default
      *                            "glctl.dat", layout glctl.cpy)
      *   GLTIE_PRINT_FILE         tie-out report ("gltieout.rpt")
      *   GLTIE_AMOUNT_TOLERANCE   largest COL-2 difference still
      *                            called matched (default 0)
      *   GLTIE_COUNT_TOLERANCE    largest row-count difference still
      *                            called matched (default 0)
      *   GLTIE_JOURNAL_LIMIT      journal lines listed per broken
      *                            category (default 500)
      *
      * The file is balanced against its trailer before anything is
      * compared; a file out of balance, with a detail for another
      * period than its header, a category twice, or a non-numeric
      * field is refused whole.
      *
      * Each category on the file is compared with the TAB1_CATSNAP
      * row SUMMARY-TAB1 stored for the period end (the last day of
      * the header's period) and with the live TAB1 COUNT and SUM of
      * COL-2. The period-end snapshot is what the ledger is tied to;
      * the live figures print under it for reference. With no
      * snapshot on file for the period end the tie-out is made to
      * live TAB1 instead, and the report says so. Categories TAB1
      * holds that the ledger does not are listed after the file's.
      *   MATCHED    both differences within tolerance
      *   OUT        either difference beyond tolerance
      *   GL ONLY    on the ledger, nothing on TAB1
      *   TAB1 ONLY  on TAB1, not on the ledger
      * For every category not MATCHED the report then lists the
      * period's TAB1_CHANGES journal entries for keys in that
      * category (on TAB1 or TAB1_HIST, or recoded into or out of it
      * by CAT-RECODE), and once, the period's deletes of keys no
      * longer on either table, whose category the journal cannot
      * tell.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - every category matched exactly
      *   4 - every category matched, some only within tolerance
      *   8 - a category OUT or one-sided, control file refused,
      *       connect failure, file-open failure, or SQL abort
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLCTL-FILE ASSIGN TO WRK-GLCTL-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GLCTL-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO WRK-PRINT-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GLCTL-FILE.
           COPY "glctl.cpy".
       FD  PRINT-FILE.
       01  PRINT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.
       01  GL-PERIOD          PIC X(6).
       01  GL-PERIOD-END      PIC X(8).
       01  GL-COL-3           PIC 9(6).
       01  GL-COL-3-X         PIC X(6).
       01  GL-LIVE-ROWS       PIC 9(9).
       01  GL-LIVE-SUM        PIC 9(14)V9(5).
       01  GL-SNAP-ROWS       PIC 9(9).
       01  GL-SNAP-SUM        PIC 9(14)V9(5).
       01  GL-SNAP-LINES      PIC 9(9).
       01  JL-COL-1           PIC X(20).
       01  JL-TS              PIC X(14).
       01  JL-PROGRAM         PIC X(12).
       01  JL-ACTION          PIC X(1).
       01  JL-OLD-COL-2       PIC 9(10)V9(5).
       01  JL-NEW-COL-2       PIC 9(10)V9(5).
       01  JL-FEED-ID         PIC X(16).
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
       01  WRK-GLCTL-FILE-PATH   PIC X(80).
       01  WRK-GLCTL-FILE-STATUS PIC X(2) VALUE "00".
       01  WRK-PRINT-FILE-PATH   PIC X(80).
       01  WRK-PRINT-FILE-STATUS PIC X(2) VALUE "00".
       01  WRK-AMT-TOL-PARM      PIC X(16) VALUE SPACES.
       01  WRK-AMOUNT-TOLERANCE  PIC 9(9)V9(5) VALUE 0.
       01  WRK-CNT-TOL-PARM      PIC X(9) VALUE SPACES.
       01  WRK-COUNT-TOLERANCE   PIC 9(9) VALUE 0.
       01  WRK-JRNL-LIMIT-PARM   PIC X(5) VALUE SPACES.
       01  WRK-JRNL-LIMIT        PIC 9(5) VALUE 500.
       01  WRK-TODAY-8           PIC 9(8).
       01  WRK-TS-TIME           PIC X(8).
       01  WRK-START-TS          PIC X(14).
       01  WRK-DATE-8            PIC 9(8).
       01  WRK-DATE-INT          PIC 9(8).
       01  WRK-PERIOD-YEAR       PIC 9(4).
       01  WRK-PERIOD-MONTH      PIC 9(2).
       01  WRK-FEED-EOF-SW       PIC X VALUE 'N'.
           88 FEED-EOF               VALUE 'Y'.
       01  WRK-READ-EOF-SW       PIC X VALUE 'N'.
           88 NO-MORE-ROWS           VALUE 'Y'.
       01  WRK-SQL-TROUBLE-SW    PIC X VALUE 'N'.
           88 SQL-TROUBLE            VALUE 'Y'.
       01  WRK-HDR-SEEN-SW       PIC X VALUE 'N'.
           88 FEED-HEADER-SEEN       VALUE 'Y'.
       01  WRK-TRL-SEEN-SW       PIC X VALUE 'N'.
           88 FEED-TRAILER-SEEN      VALUE 'Y'.
       01  WRK-FEED-BAD-SW       PIC X VALUE 'N'.
           88 FEED-REFUSED           VALUE 'Y'.
       01  WRK-SNAP-EXIST-SW     PIC X VALUE 'N'.
           88 SNAP-TABLE-EXISTS      VALUE 'Y'.
       01  WRK-HIST-EXIST-SW     PIC X VALUE 'N'.
           88 HIST-TABLE-EXISTS      VALUE 'Y'.
       01  WRK-CHG-EXIST-SW      PIC X VALUE 'N'.
           88 CHANGES-TABLE-EXISTS   VALUE 'Y'.
       01  WRK-BASIS-SW          PIC X VALUE 'L'.
           88 BASIS-SNAPSHOT         VALUE 'S'.
           88 BASIS-LIVE             VALUE 'L'.
       01  WRK-ON-FILE-SW        PIC X VALUE 'N'.
           88 CATEGORY-ON-FILE       VALUE 'Y'.
       01  WRK-FOUND-SW          PIC X VALUE 'N'.
           88 CATEGORY-FOUND         VALUE 'Y'.
       01  WRK-BALANCE-ERROR     PIC X(40) VALUE SPACES.
       01  WRK-LEDGER-ID         PIC X(8) VALUE SPACES.
       01  WRK-FILE-DATE         PIC 9(8) VALUE 0.
       01  WRK-DETAIL-COUNT      PIC 9(9) VALUE 0.
       01  WRK-AMOUNT-TOTAL      PIC S9(15)V9(5) VALUE 0.
       01  WRK-COUNT-TOTAL       PIC 9(15) VALUE 0.
       01  WRK-TRL-DETAIL-COUNT  PIC 9(9) VALUE 0.
       01  WRK-TRL-AMOUNT-TOTAL  PIC S9(15)V9(5) VALUE 0.
       01  WRK-TRL-COUNT-TOTAL   PIC 9(15) VALUE 0.
      *    The ledger's lines as read, then any category TAB1 holds
      *    that the ledger does not, each with its verdict.
       01  WRK-GL-COUNT          PIC 9(4) VALUE 0 COMP.
       01  WRK-GL-FILE-COUNT     PIC 9(4) VALUE 0 COMP.
       01  WRK-GL-IX             PIC 9(4) VALUE 0 COMP.
       01  WRK-GL-TABLE.
           05 WRK-GL-ENTRY OCCURS 999.
              10 WGL-COL-3       PIC 9(6).
              10 WGL-AMOUNT      PIC S9(14)V9(5).
              10 WGL-COUNT       PIC 9(9).
              10 WGL-VERDICT     PIC X(10).
       01  WRK-BASIS-ROWS        PIC 9(9).
       01  WRK-BASIS-SUM         PIC 9(14)V9(5).
       01  WRK-COUNT-DIFF        PIC S9(10).
       01  WRK-AMOUNT-DIFF       PIC S9(15)V9(5).
       01  WRK-ABS-COUNT-DIFF    PIC 9(10).
       01  WRK-ABS-AMOUNT-DIFF   PIC 9(15)V9(5).
       01  WRK-VERDICT           PIC X(10).
       01  WRK-MATCHED-COUNT     PIC 9(5) VALUE 0.
       01  WRK-TOLERATED-COUNT   PIC 9(5) VALUE 0.
       01  WRK-OUT-COUNT         PIC 9(5) VALUE 0.
       01  WRK-GL-ONLY-COUNT     PIC 9(5) VALUE 0.
       01  WRK-TAB1-ONLY-COUNT   PIC 9(5) VALUE 0.
       01  WRK-TOT-GL-AMOUNT     PIC S9(15)V9(5) VALUE 0.
       01  WRK-TOT-GL-COUNT      PIC 9(10) VALUE 0.
       01  WRK-TOT-BASIS-SUM     PIC 9(15)V9(5) VALUE 0.
       01  WRK-TOT-BASIS-ROWS    PIC 9(10) VALUE 0.
       01  WRK-JRNL-LINES        PIC 9(9) VALUE 0.
       01  WRK-JRNL-NET          PIC S9(14)V9(5) VALUE 0.
       01  WRK-JRNL-MOVE         PIC S9(14)V9(5) VALUE 0.
       01  WRK-LINE-COUNT        PIC 9(3) VALUE 99.
       01  WRK-PAGE-COUNT        PIC 9(5) VALUE 0.
       01  WRK-LINES-PER-PAGE    PIC 9(3) VALUE 55.
       01  WRK-COLUMN-HEADER     PIC X(132) VALUE SPACES.
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
       01  WRK-BIZ-ACTION        PIC X(1) VALUE 'G'.
       01  WRK-BIZ-PROGRAM       PIC X(12) VALUE 'GL-TIEOUT'.
       01  WRK-BIZ-DATE          PIC 9(8).
       01  WRK-BIZ-RESULT        PIC S9(9) VALUE 0.

       01  HEADER-LINE-1.
           05 FILLER             PIC X(24)
              VALUE 'GENERAL LEDGER TIE-OUT'.
           05 FILLER             PIC X(7)  VALUE 'PERIOD '.
           05 H-PERIOD           PIC X(6).
           05 FILLER             PIC X(9)  VALUE '  ENDING '.
           05 H-PERIOD-END       PIC X(8).
           05 FILLER             PIC X(8)  VALUE '  LEDGER'.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 H-LEDGER-ID        PIC X(8).
           05 FILLER             PIC X(7)  VALUE '   RUN '.
           05 H-REPORT-DATE      PIC 9(8).
           05 FILLER             PIC X(8)  VALUE '   PAGE'.
           05 H-PAGE             PIC ZZZZ9.
       01  BASIS-LINE.
           05 FILLER             PIC X(20) VALUE 'TIED TO:'.
           05 BL-TEXT            PIC X(70).
       01  TIE-HEADER.
           05 FILLER             PIC X(8)  VALUE 'CATEGORY'.
           05 FILLER             PIC X(9)  VALUE ' GL COUNT'.
           05 FILLER             PIC X(23)
              VALUE '              GL AMOUNT'.
           05 FILLER             PIC X(10) VALUE ' TAB1 ROWS'.
           05 FILLER             PIC X(22)
              VALUE '            TAB1 COL-2'.
           05 FILLER             PIC X(11) VALUE ' COUNT DIFF'.
           05 FILLER             PIC X(23)
              VALUE '            AMOUNT DIFF'.
           05 FILLER             PIC X(9)  VALUE '  VERDICT'.
       01  TIE-LINE.
           05 TL-COL-3           PIC 9(6).
           05 TL-LABEL REDEFINES TL-COL-3
                                 PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TL-GL-COUNT        PIC Z(8)9.
           05 TL-GL-COUNT-X REDEFINES TL-GL-COUNT
                                 PIC X(9).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 TL-GL-AMOUNT       PIC -(15)9.99999.
           05 TL-GL-AMOUNT-X REDEFINES TL-GL-AMOUNT
                                 PIC X(22).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 TL-TAB1-ROWS       PIC Z(8)9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 TL-TAB1-SUM        PIC Z(14)9.99999.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 TL-COUNT-DIFF      PIC -(9)9.
           05 TL-COUNT-DIFF-X REDEFINES TL-COUNT-DIFF
                                 PIC X(10).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 TL-AMOUNT-DIFF     PIC -(15)9.99999.
           05 TL-AMOUNT-DIFF-X REDEFINES TL-AMOUNT-DIFF
                                 PIC X(22).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TL-VERDICT         PIC X(10).
       01  SUMMARY-LINE.
           05 FILLER             PIC X(10) VALUE 'MATCHED '.
           05 SL-MATCHED         PIC ZZZZ9.
           05 FILLER             PIC X(19)
              VALUE '  WITHIN TOLERANCE '.
           05 SL-TOLERATED       PIC ZZZZ9.
           05 FILLER             PIC X(6)  VALUE '  OUT '.
           05 SL-OUT             PIC ZZZZ9.
           05 FILLER             PIC X(10) VALUE '  GL ONLY '.
           05 SL-GL-ONLY         PIC ZZZZ9.
           05 FILLER             PIC X(12) VALUE '  TAB1 ONLY '.
           05 SL-TAB1-ONLY       PIC ZZZZ9.
       01  JOURNAL-TITLE.
           05 FILLER             PIC X(30)
              VALUE 'JOURNAL ENTRIES FOR CATEGORY '.
           05 JT-COL-3           PIC 9(6).
           05 FILLER             PIC X(3)  VALUE ' - '.
           05 JT-VERDICT         PIC X(10).
       01  JOURNAL-HEADER.
           05 FILLER             PIC X(16) VALUE 'CHANGED'.
           05 FILLER             PIC X(22) VALUE 'KEY'.
           05 FILLER             PIC X(14) VALUE 'PROGRAM'.
           05 FILLER             PIC X(4)  VALUE 'ACT'.
           05 FILLER             PIC X(18)
              VALUE '        OLD COL-2'.
           05 FILLER             PIC X(18)
              VALUE '        NEW COL-2'.
           05 FILLER             PIC X(20)
              VALUE '          MOVEMENT'.
           05 FILLER             PIC X(16) VALUE ' FEED ID'.
       01  JOURNAL-LINE.
           05 JL-OUT-TS          PIC X(14).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 JL-OUT-COL-1       PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 JL-OUT-PROGRAM     PIC X(12).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 JL-OUT-ACTION      PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 JL-OUT-OLD-COL-2   PIC Z(10)9.99999.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 JL-OUT-NEW-COL-2   PIC Z(10)9.99999.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 JL-OUT-MOVE        PIC -(12)9.99999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 JL-OUT-FEED-ID     PIC X(16).
       01  JOURNAL-TOTAL-LINE.
           05 FILLER             PIC X(10) VALUE SPACES.
           05 JTL-LINES          PIC Z(8)9.
           05 FILLER             PIC X(30)
              VALUE ' ENTRIES, NET COL-2 MOVEMENT '.
           05 JTL-NET            PIC -(14)9.99999.
           05 JTL-NOTE           PIC X(40).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *    Categories TAB1 or the period-end snapshot hold - the ones
      *    missing from the ledger come from here.
           EXEC SQL DECLARE
              TIECATS CURSOR FOR
                 SELECT C.COL_3 FROM
                   (SELECT COALESCE(COL_3, 0) AS COL_3 FROM TAB1
                    UNION
                    SELECT COL_3 FROM TAB1_CATSNAP
                     WHERE SNAP_DATE = :GL-PERIOD-END) C
                  ORDER BY 1
           END-EXEC
           EXEC SQL DECLARE
              TIECATSL CURSOR FOR
                 SELECT DISTINCT COALESCE(COL_3, 0) FROM TAB1
                  ORDER BY 1
           END-EXEC
      *    The journal carries no category; a key belongs to the
      *    category it sits in now, live or archived, or that a
      *    CAT-RECODE feed id names as its old or new code.
           EXEC SQL DECLARE
              JRNLCAT CURSOR FOR
                 SELECT C.COL_1, C.CHG_TS, C.CHG_PROGRAM,
                        C.CHG_ACTION, COALESCE(C.OLD_COL_2, 0),
                        COALESCE(C.NEW_COL_2, 0),
                        COALESCE(C.FEED_ID, ' ')
                   FROM TAB1_CHANGES C
                  WHERE SUBSTR(C.CHG_TS, 1, 6) = :GL-PERIOD
                    AND (C.COL_1 IN (SELECT T.COL_1 FROM TAB1 T
                                      WHERE COALESCE(T.COL_3, 0)
                                           = :GL-COL-3)
                      OR C.COL_1 IN (SELECT H.COL_1 FROM TAB1_HIST H
                                      WHERE H.COL_3 = :GL-COL-3)
                      OR (C.CHG_ACTION = 'C'
                          AND (SUBSTR(C.FEED_ID, 4, 6) = :GL-COL-3-X
                            OR SUBSTR(C.FEED_ID, 11, 6)
                               = :GL-COL-3-X)))
                  ORDER BY C.CHG_TS, C.COL_1
           END-EXEC
           EXEC SQL DECLARE
              JRNLCATN CURSOR FOR
                 SELECT C.COL_1, C.CHG_TS, C.CHG_PROGRAM,
                        C.CHG_ACTION, COALESCE(C.OLD_COL_2, 0),
                        COALESCE(C.NEW_COL_2, 0),
                        COALESCE(C.FEED_ID, ' ')
                   FROM TAB1_CHANGES C
                  WHERE SUBSTR(C.CHG_TS, 1, 6) = :GL-PERIOD
                    AND (C.COL_1 IN (SELECT T.COL_1 FROM TAB1 T
                                      WHERE COALESCE(T.COL_3, 0)
                                           = :GL-COL-3)
                      OR (C.CHG_ACTION = 'C'
                          AND (SUBSTR(C.FEED_ID, 4, 6) = :GL-COL-3-X
                            OR SUBSTR(C.FEED_ID, 11, 6)
                               = :GL-COL-3-X)))
                  ORDER BY C.CHG_TS, C.COL_1
           END-EXEC
      *    Keys deleted outright in the period - on neither table now,
      *    so the journal cannot say which category they left. A key
      *    still on TAB1_HIST has already been printed under its
      *    archived category by JRNLCAT.
           EXEC SQL DECLARE
              JRNLDEL CURSOR FOR
                 SELECT C.COL_1, C.CHG_TS, C.CHG_PROGRAM,
                        C.CHG_ACTION, COALESCE(C.OLD_COL_2, 0),
                        COALESCE(C.NEW_COL_2, 0),
                        COALESCE(C.FEED_ID, ' ')
                   FROM TAB1_CHANGES C
                  WHERE SUBSTR(C.CHG_TS, 1, 6) = :GL-PERIOD
                    AND C.CHG_ACTION = 'D'
                    AND NOT EXISTS (SELECT 1 FROM TAB1 T
                                     WHERE T.COL_1 = C.COL_1)
                    AND NOT EXISTS (SELECT 1 FROM TAB1_HIST H
                                     WHERE H.COL_1 = C.COL_1)
                  ORDER BY C.CHG_TS, C.COL_1
           END-EXEC
           EXEC SQL DECLARE
              JRNLDELN CURSOR FOR
                 SELECT C.COL_1, C.CHG_TS, C.CHG_PROGRAM,
                        C.CHG_ACTION, COALESCE(C.OLD_COL_2, 0),
                        COALESCE(C.NEW_COL_2, 0),
                        COALESCE(C.FEED_ID, ' ')
                   FROM TAB1_CHANGES C
                  WHERE SUBSTR(C.CHG_TS, 1, 6) = :GL-PERIOD
                    AND C.CHG_ACTION = 'D'
                    AND NOT EXISTS (SELECT 1 FROM TAB1 T
                                     WHERE T.COL_1 = C.COL_1)
                  ORDER BY C.CHG_TS, C.COL_1
           END-EXEC
           MOVE 0 TO SQLCODE
           MOVE 0 TO DB-RETURN-CODE
           ACCEPT WRK-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TODAY-8      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           CALL "BUSINESS-DATE" USING WRK-BIZ-ACTION WRK-BIZ-PROGRAM
                                       WRK-BIZ-DATE WRK-BIZ-RESULT
           IF WRK-BIZ-RESULT = 8
              DISPLAY 'GL-TIEOUT: PROCESSING-DATE CONTROL RECORD '
                      'UNREADABLE - MACHINE DATE ' WRK-BIZ-DATE
                      ' USED'
           END-IF
           PERFORM READ-PARAMETERS
           PERFORM LOAD-GL-FILE
           IF FEED-REFUSED
              DISPLAY 'GL-TIEOUT: CONTROL FILE REFUSED - NOTHING '
                      'TIED OUT, ASK FINANCE TO RESEND'
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'GL-TIEOUT: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CHECK-SUPPORTING-TABLES
           IF NOT SQL-TROUBLE
              PERFORM OPEN-PRINT-FILE
           END-IF
           IF NOT SQL-TROUBLE AND WRK-PRINT-FILE-STATUS = "00"
              PERFORM TIE-OUT-CATEGORIES
              PERFORM PRINT-SUMMARY
              IF NOT SQL-TROUBLE AND CHANGES-TABLE-EXISTS
                 PERFORM PRINT-BREAK-JOURNALS
              END-IF
              CLOSE PRINT-FILE
           END-IF
           DISPLAY 'GL-TIEOUT: PERIOD ' GL-PERIOD ' - '
                   WRK-MATCHED-COUNT ' MATCHED, '
                   WRK-TOLERATED-COUNT ' WITHIN TOLERANCE, '
                   WRK-OUT-COUNT ' OUT, '
                   WRK-GL-ONLY-COUNT ' GL ONLY, '
                   WRK-TAB1-ONLY-COUNT ' TAB1 ONLY'
           IF WRK-OUT-COUNT > 0 OR WRK-GL-ONLY-COUNT > 0
              OR WRK-TAB1-ONLY-COUNT > 0
              MOVE 'GL-TIEOUT' TO WRK-AUDIT-SOURCE
              MOVE 0 TO WRK-AUDIT-SQLCODE
              MOVE SPACES TO WRK-AUDIT-MESSAGE
              STRING 'GL TIE-OUT FOR PERIOD ' GL-PERIOD
                     ' DOES NOT AGREE - SEE ' WRK-PRINT-FILE-PATH
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
              WHEN WRK-OUT-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-GL-ONLY-COUNT > 0 OR WRK-TAB1-ONLY-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-TOLERATED-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      ****************************************************************
       RECORD-RUN-STATS.
           MOVE 'GL-TIEOUT' TO WRK-STATS-PROGRAM
           MOVE WRK-GL-FILE-COUNT TO WRK-STATS-IN
           COMPUTE WRK-STATS-OUT = WRK-MATCHED-COUNT
                                 + WRK-TOLERATED-COUNT
           COMPUTE WRK-STATS-REJ = WRK-OUT-COUNT + WRK-GL-ONLY-COUNT
                                 + WRK-TAB1-ONLY-COUNT
      *    A refused control file is a balance stop like a feed
      *    trailer that does not agree - OUTOFBAL, raised once below.
           EVALUATE TRUE
              WHEN FEED-REFUSED
                 MOVE 'OUTOFBAL' TO WRK-STATS-STATUS
              WHEN SQL-TROUBLE
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-PRINT-FILE-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-STATS-REJ > 0
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
           MOVE 'GL-TIEOUT' TO WRK-EVENT-PROGRAM
           MOVE 'MAJOR'    TO WRK-EVENT-SEVERITY
           MOVE 'BALSTOP'  TO WRK-EVENT-CODE
           MOVE GL-PERIOD TO WRK-EVENT-SUBJECT
           IF FEED-REFUSED
              MOVE 'GL CONTROL FILE REFUSED - OUT OF BALANCE OR INVALID'
                TO WRK-EVENT-TEXT
           ELSE
              MOVE 'TAB1 DOES NOT TIE TO THE GL CONTROL FILE'
                TO WRK-EVENT-TEXT
           END-IF
           CALL "EVENT-RAISE" USING WRK-EVENT-PROGRAM
                                     WRK-EVENT-SEVERITY
                                     WRK-EVENT-CODE
                                     WRK-EVENT-SUBJECT
                                     WRK-EVENT-TEXT.
      ****************************************************************
       CONNECT-DB.
           MOVE SPACES TO WRK-ENV-CODE
           ACCEPT WRK-ENV-CODE FROM ENVIRONMENT "DBCONN_ENV"
           CALL "CONNECT-RETRY" USING WRK-ENV-CODE DB-RETURN-CODE
           IF DB-RETURN-CODE = 0
              DISPLAY 'GL-TIEOUT: CONNECTED - ENVIRONMENT '
                      WRK-ENV-CODE
           ELSE
              DISPLAY 'GL-TIEOUT: CONNECT FAILED, RETURN CODE = '
                      DB-RETURN-CODE
           END-IF.
      ****************************************************************
       READ-PARAMETERS.
           MOVE SPACES TO WRK-GLCTL-FILE-PATH
           ACCEPT WRK-GLCTL-FILE-PATH FROM ENVIRONMENT "GLTIE_FILE"
           IF WRK-GLCTL-FILE-PATH = SPACES
              MOVE "glctl.dat" TO WRK-GLCTL-FILE-PATH
           END-IF
           MOVE SPACES TO WRK-PRINT-FILE-PATH
           ACCEPT WRK-PRINT-FILE-PATH
                  FROM ENVIRONMENT "GLTIE_PRINT_FILE"
           IF WRK-PRINT-FILE-PATH = SPACES
              MOVE "gltieout.rpt" TO WRK-PRINT-FILE-PATH
           END-IF
           MOVE SPACES TO WRK-AMT-TOL-PARM
           ACCEPT WRK-AMT-TOL-PARM
                  FROM ENVIRONMENT "GLTIE_AMOUNT_TOLERANCE"
           IF WRK-AMT-TOL-PARM NOT = SPACES
              COMPUTE WRK-AMOUNT-TOLERANCE =
                 FUNCTION NUMVAL(WRK-AMT-TOL-PARM)
           END-IF
           MOVE SPACES TO WRK-CNT-TOL-PARM
           ACCEPT WRK-CNT-TOL-PARM
                  FROM ENVIRONMENT "GLTIE_COUNT_TOLERANCE"
           IF WRK-CNT-TOL-PARM NOT = SPACES
              MOVE WRK-CNT-TOL-PARM TO WRK-COUNT-TOLERANCE
           END-IF
           MOVE SPACES TO WRK-JRNL-LIMIT-PARM
           ACCEPT WRK-JRNL-LIMIT-PARM
                  FROM ENVIRONMENT "GLTIE_JOURNAL_LIMIT"
           IF WRK-JRNL-LIMIT-PARM NOT = SPACES
              MOVE WRK-JRNL-LIMIT-PARM TO WRK-JRNL-LIMIT
           END-IF.
      ****************************************************************
       LOAD-GL-FILE.
      *    The whole file is read and balanced before a single
      *    category is compared.
           OPEN INPUT GLCTL-FILE
           IF WRK-GLCTL-FILE-STATUS NOT = "00"
              DISPLAY 'GL-TIEOUT: UNABLE TO OPEN '
                      WRK-GLCTL-FILE-PATH
                      ' STATUS ' WRK-GLCTL-FILE-STATUS
              MOVE 'Y' TO WRK-FEED-BAD-SW
           ELSE
              MOVE 'N' TO WRK-FEED-EOF-SW
              PERFORM UNTIL FEED-EOF
                 READ GLCTL-FILE
                    AT END
                       MOVE 'Y' TO WRK-FEED-EOF-SW
                    NOT AT END
                       PERFORM LOAD-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE GLCTL-FILE
              PERFORM BALANCE-FILE-TOTALS
              MOVE WRK-GL-COUNT TO WRK-GL-FILE-COUNT
           END-IF.
      ****************************************************************
       LOAD-ONE-RECORD.
           EVALUATE TRUE
              WHEN GC-HEADER-REC
                 MOVE 'Y' TO WRK-HDR-SEEN-SW
                 MOVE GH-PERIOD    TO GL-PERIOD
                 MOVE GH-FILE-DATE TO WRK-FILE-DATE
                 MOVE GH-LEDGER-ID TO WRK-LEDGER-ID
                 DISPLAY '    FILE HEADER - PERIOD ' GL-PERIOD
                         ' DATE ' WRK-FILE-DATE
                         ' LEDGER ' WRK-LEDGER-ID
                 PERFORM ESTABLISH-PERIOD-END
              WHEN GC-DETAIL-REC
                 ADD 1 TO WRK-DETAIL-COUNT
                 PERFORM LOAD-ONE-DETAIL
              WHEN GC-TRAILER-REC
                 MOVE 'Y' TO WRK-TRL-SEEN-SW
                 MOVE GT-DETAIL-COUNT TO WRK-TRL-DETAIL-COUNT
                 MOVE GT-AMOUNT-TOTAL TO WRK-TRL-AMOUNT-TOTAL
                 MOVE GT-COUNT-TOTAL  TO WRK-TRL-COUNT-TOTAL
              WHEN OTHER
                 MOVE 'UNKNOWN RECORD TYPE' TO WRK-BALANCE-ERROR
                 PERFORM REPORT-FILE-DISCREPANCY
           END-EVALUATE.
      ****************************************************************
       ESTABLISH-PERIOD-END.
      *    Period end = the day before the first of next month.
           IF GL-PERIOD IS NUMERIC
              AND GL-PERIOD(5:2) >= '01'
              AND GL-PERIOD(5:2) <= '12'
              MOVE GL-PERIOD(1:4) TO WRK-PERIOD-YEAR
              MOVE GL-PERIOD(5:2) TO WRK-PERIOD-MONTH
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
              MOVE WRK-DATE-8 TO GL-PERIOD-END
           ELSE
              MOVE 'HEADER PERIOD IS NOT YYYYMM' TO WRK-BALANCE-ERROR
              PERFORM REPORT-FILE-DISCREPANCY
           END-IF.
      ****************************************************************
       LOAD-ONE-DETAIL.
           MOVE SPACES TO WRK-BALANCE-ERROR
           EVALUATE TRUE
              WHEN NOT FEED-HEADER-SEEN
                 MOVE 'DETAIL BEFORE THE FILE HEADER'
                   TO WRK-BALANCE-ERROR
              WHEN GC-PERIOD NOT = GL-PERIOD
                 MOVE 'DETAIL FOR ANOTHER PERIOD' TO WRK-BALANCE-ERROR
              WHEN GC-COL-3 NOT NUMERIC
                 MOVE 'CATEGORY NOT NUMERIC' TO WRK-BALANCE-ERROR
              WHEN GC-CONTROL-AMOUNT NOT NUMERIC
                 MOVE 'CONTROL AMOUNT NOT NUMERIC' TO WRK-BALANCE-ERROR
              WHEN GC-CONTROL-COUNT NOT NUMERIC
                 MOVE 'CONTROL COUNT NOT NUMERIC' TO WRK-BALANCE-ERROR
              WHEN WRK-GL-COUNT >= 999
                 MOVE 'MORE THAN 999 CATEGORIES' TO WRK-BALANCE-ERROR
              WHEN OTHER
                 MOVE 'N' TO WRK-FOUND-SW
                 MOVE GC-COL-3 TO GL-COL-3
                 PERFORM FIND-GL-ENTRY
                 IF CATEGORY-FOUND
                    MOVE 'CATEGORY ON THE FILE TWICE'
                      TO WRK-BALANCE-ERROR
                 END-IF
           END-EVALUATE
           IF WRK-BALANCE-ERROR NOT = SPACES
              DISPLAY '    DETAIL ' WRK-DETAIL-COUNT ' CATEGORY '
                      GC-COL-3
              PERFORM REPORT-FILE-DISCREPANCY
           ELSE
              ADD 1 TO WRK-GL-COUNT
              MOVE GC-COL-3          TO WGL-COL-3(WRK-GL-COUNT)
              MOVE GC-CONTROL-AMOUNT TO WGL-AMOUNT(WRK-GL-COUNT)
              MOVE GC-CONTROL-COUNT  TO WGL-COUNT(WRK-GL-COUNT)
              MOVE SPACES            TO WGL-VERDICT(WRK-GL-COUNT)
              ADD GC-CONTROL-AMOUNT TO WRK-AMOUNT-TOTAL
              ADD GC-CONTROL-COUNT  TO WRK-COUNT-TOTAL
           END-IF.
      ****************************************************************
       FIND-GL-ENTRY.
      *    WRK-GL-IX comes back on GL-COL-3's entry when found.
           MOVE 'N' TO WRK-FOUND-SW
           MOVE 0 TO WRK-GL-IX
           PERFORM UNTIL WRK-GL-IX >= WRK-GL-COUNT OR CATEGORY-FOUND
              ADD 1 TO WRK-GL-IX
              IF WGL-COL-3(WRK-GL-IX) = GL-COL-3
                 MOVE 'Y' TO WRK-FOUND-SW
              END-IF
           END-PERFORM.
      ****************************************************************
       BALANCE-FILE-TOTALS.
      *    Same header/trailer balancing POPULATE-DB applies to the
      *    customer feed.
           IF NOT FEED-HEADER-SEEN
              MOVE 'FILE HEADER RECORD MISSING' TO WRK-BALANCE-ERROR
              PERFORM REPORT-FILE-DISCREPANCY
           END-IF
           IF NOT FEED-TRAILER-SEEN
              MOVE 'FILE TRAILER RECORD MISSING' TO WRK-BALANCE-ERROR
              PERFORM REPORT-FILE-DISCREPANCY
           ELSE
              IF WRK-DETAIL-COUNT NOT = WRK-TRL-DETAIL-COUNT
                 MOVE 'DETAIL COUNT DISAGREES WITH TRAILER'
                   TO WRK-BALANCE-ERROR
                 PERFORM REPORT-FILE-DISCREPANCY
              END-IF
              IF WRK-AMOUNT-TOTAL NOT = WRK-TRL-AMOUNT-TOTAL
                 MOVE 'AMOUNT TOTAL DISAGREES WITH TRAILER'
                   TO WRK-BALANCE-ERROR
                 PERFORM REPORT-FILE-DISCREPANCY
              END-IF
              IF WRK-COUNT-TOTAL NOT = WRK-TRL-COUNT-TOTAL
                 MOVE 'COUNT TOTAL DISAGREES WITH TRAILER'
                   TO WRK-BALANCE-ERROR
                 PERFORM REPORT-FILE-DISCREPANCY
              END-IF
           END-IF.
      ****************************************************************
       REPORT-FILE-DISCREPANCY.
           MOVE 'Y' TO WRK-FEED-BAD-SW
           DISPLAY 'GL-TIEOUT: CONTROL FILE REFUSED - '
                   WRK-BALANCE-ERROR
           MOVE 'GL-TIEOUT' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           MOVE SPACES TO WRK-AUDIT-MESSAGE
           STRING 'GL CONTROL FILE REFUSED - ' WRK-BALANCE-ERROR
              DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       CHECK-SUPPORTING-TABLES.
      *    The snapshot, history and journal tables each appear the
      *    first time their own programs run.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_catsnap'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              IF WRK-TABLE-EXISTS > 0
                 MOVE 'Y' TO WRK-SNAP-EXIST-SW
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
                 WHERE TABLE_NAME = 'tab1_changes'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              IF WRK-TABLE-EXISTS > 0
                 MOVE 'Y' TO WRK-CHG-EXIST-SW
              END-IF
           END-IF
      *    Tied to the period-end snapshot when SUMMARY-TAB1 took
      *    one that night.
           MOVE 'L' TO WRK-BASIS-SW
           IF SNAP-TABLE-EXISTS AND NOT SQL-TROUBLE
              MOVE 0 TO GL-SNAP-LINES
              EXEC SQL
                   SELECT COUNT(*) INTO :GL-SNAP-LINES
                     FROM TAB1_CATSNAP
                    WHERE SNAP_DATE = :GL-PERIOD-END
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM REPORT-SQL-TROUBLE
              ELSE
                 IF GL-SNAP-LINES > 0
                    MOVE 'S' TO WRK-BASIS-SW
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       OPEN-PRINT-FILE.
           OPEN OUTPUT PRINT-FILE
           IF WRK-PRINT-FILE-STATUS NOT = "00"
              DISPLAY 'GL-TIEOUT: UNABLE TO OPEN '
                      WRK-PRINT-FILE-PATH
                      ' STATUS ' WRK-PRINT-FILE-STATUS
           END-IF.
      ****************************************************************
       PRINT-REPORT-HEADER.
           ADD 1 TO WRK-PAGE-COUNT
           MOVE GL-PERIOD      TO H-PERIOD
           MOVE GL-PERIOD-END  TO H-PERIOD-END
           MOVE WRK-LEDGER-ID  TO H-LEDGER-ID
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
       TIE-OUT-CATEGORIES.
           MOVE TIE-HEADER TO WRK-COLUMN-HEADER
           PERFORM PRINT-REPORT-HEADER
           MOVE SPACES TO BL-TEXT
           IF BASIS-SNAPSHOT
              STRING 'TAB1_CATSNAP SNAPSHOT OF ' GL-PERIOD-END
                     ' (LIVE TAB1 SHOWN UNDER EACH CATEGORY)'
                 DELIMITED BY SIZE INTO BL-TEXT
           ELSE
              STRING 'LIVE TAB1 AS OF BUSINESS DATE ' WRK-BIZ-DATE
                     ' - NO SNAPSHOT FOR ' GL-PERIOD-END
                 DELIMITED BY SIZE INTO BL-TEXT
           END-IF
           MOVE BASIS-LINE TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE SPACES TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
      *    The ledger's categories in file order ...
           MOVE 0 TO WRK-GL-IX
           PERFORM UNTIL WRK-GL-IX >= WRK-GL-FILE-COUNT
                         OR SQL-TROUBLE
              ADD 1 TO WRK-GL-IX
              MOVE WGL-COL-3(WRK-GL-IX) TO GL-COL-3
              MOVE 'Y' TO WRK-ON-FILE-SW
              PERFORM TIE-ONE-CATEGORY
           END-PERFORM
      *    ... then whatever TAB1 holds that the ledger does not.
           IF NOT SQL-TROUBLE
              MOVE SPACES TO PRINT-RECORD
              PERFORM WRITE-REGISTER-LINE
              IF SNAP-TABLE-EXISTS
                 EXEC SQL
                    OPEN TIECATS
                 END-EXEC
              ELSE
                 EXEC SQL
                    OPEN TIECATSL
                 END-EXEC
              END-IF
              MOVE 'N' TO WRK-READ-EOF-SW
              PERFORM UNTIL NO-MORE-ROWS
                 IF SNAP-TABLE-EXISTS
                    EXEC SQL
                       FETCH NEXT TIECATS INTO :GL-COL-3
                    END-EXEC
                 ELSE
                    EXEC SQL
                       FETCH NEXT TIECATSL INTO :GL-COL-3
                    END-EXEC
                 END-IF
                 EVALUATE SQLCODE
                    WHEN 100
                       MOVE 'Y' TO WRK-READ-EOF-SW
                    WHEN 0
                       PERFORM FIND-GL-ENTRY
                       IF NOT CATEGORY-FOUND
                          AND WRK-GL-COUNT < 999
                          ADD 1 TO WRK-GL-COUNT
                          MOVE WRK-GL-COUNT TO WRK-GL-IX
                          MOVE GL-COL-3 TO WGL-COL-3(WRK-GL-IX)
                          MOVE 0 TO WGL-AMOUNT(WRK-GL-IX)
                          MOVE 0 TO WGL-COUNT(WRK-GL-IX)
                          MOVE 'N' TO WRK-ON-FILE-SW
                          PERFORM TIE-ONE-CATEGORY
                       END-IF
                    WHEN OTHER
                       MOVE 'Y' TO WRK-READ-EOF-SW
                       PERFORM REPORT-SQL-TROUBLE
                 END-EVALUATE
              END-PERFORM
              IF SNAP-TABLE-EXISTS
                 EXEC SQL
                    CLOSE TIECATS
                 END-EXEC
              ELSE
                 EXEC SQL
                    CLOSE TIECATSL
                 END-EXEC
              END-IF
           END-IF.
      ****************************************************************
       TIE-ONE-CATEGORY.
      *    WRK-GL-IX is on the category's entry; WRK-ON-FILE-SW says
      *    whether the ledger sent it.
           MOVE 0 TO GL-LIVE-ROWS
           MOVE 0 TO GL-LIVE-SUM
           EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(COL_2), 0)
                  INTO :GL-LIVE-ROWS, :GL-LIVE-SUM
                  FROM TAB1
                 WHERE COALESCE(COL_3, 0) = :GL-COL-3
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
           END-IF
           MOVE 0 TO GL-SNAP-ROWS
           MOVE 0 TO GL-SNAP-SUM
           MOVE 0 TO GL-SNAP-LINES
           IF BASIS-SNAPSHOT AND NOT SQL-TROUBLE
              EXEC SQL
                   SELECT COUNT(*), COALESCE(SUM(ROW_COUNT), 0),
                          COALESCE(SUM(COL_2_SUM), 0)
                     INTO :GL-SNAP-LINES, :GL-SNAP-ROWS,
                          :GL-SNAP-SUM
                     FROM TAB1_CATSNAP
                    WHERE SNAP_DATE = :GL-PERIOD-END
                      AND COL_3 = :GL-COL-3
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM REPORT-SQL-TROUBLE
              END-IF
           END-IF
           IF BASIS-SNAPSHOT
              MOVE GL-SNAP-ROWS TO WRK-BASIS-ROWS
              MOVE GL-SNAP-SUM  TO WRK-BASIS-SUM
           ELSE
              MOVE GL-LIVE-ROWS TO WRK-BASIS-ROWS
              MOVE GL-LIVE-SUM  TO WRK-BASIS-SUM
              MOVE GL-LIVE-ROWS TO GL-SNAP-LINES
           END-IF
           PERFORM COMPARE-TO-LEDGER
           EVALUATE TRUE
              WHEN NOT CATEGORY-ON-FILE
                 MOVE 'TAB1 ONLY' TO WRK-VERDICT
                 ADD 1 TO WRK-TAB1-ONLY-COUNT
              WHEN GL-SNAP-LINES = 0
                   AND WGL-AMOUNT(WRK-GL-IX) = 0
                   AND WGL-COUNT(WRK-GL-IX) = 0
                 MOVE 'MATCHED' TO WRK-VERDICT
                 ADD 1 TO WRK-MATCHED-COUNT
              WHEN GL-SNAP-LINES = 0
                 MOVE 'GL ONLY' TO WRK-VERDICT
                 ADD 1 TO WRK-GL-ONLY-COUNT
              WHEN WRK-ABS-COUNT-DIFF > WRK-COUNT-TOLERANCE
                OR WRK-ABS-AMOUNT-DIFF > WRK-AMOUNT-TOLERANCE
                 MOVE 'OUT' TO WRK-VERDICT
                 ADD 1 TO WRK-OUT-COUNT
              WHEN WRK-COUNT-DIFF NOT = 0 OR WRK-AMOUNT-DIFF NOT = 0
                 MOVE 'MATCHED' TO WRK-VERDICT
                 ADD 1 TO WRK-TOLERATED-COUNT
              WHEN OTHER
                 MOVE 'MATCHED' TO WRK-VERDICT
                 ADD 1 TO WRK-MATCHED-COUNT
           END-EVALUATE
           MOVE WRK-VERDICT TO WGL-VERDICT(WRK-GL-IX)
           ADD WGL-AMOUNT(WRK-GL-IX) TO WRK-TOT-GL-AMOUNT
           ADD WGL-COUNT(WRK-GL-IX)  TO WRK-TOT-GL-COUNT
           ADD WRK-BASIS-ROWS TO WRK-TOT-BASIS-ROWS
           ADD WRK-BASIS-SUM  TO WRK-TOT-BASIS-SUM
           MOVE SPACES TO TIE-LINE
           MOVE GL-COL-3 TO TL-COL-3
           IF CATEGORY-ON-FILE
              MOVE WGL-COUNT(WRK-GL-IX)  TO TL-GL-COUNT
              MOVE WGL-AMOUNT(WRK-GL-IX) TO TL-GL-AMOUNT
           ELSE
              MOVE SPACES TO TL-GL-COUNT-X
              MOVE SPACES TO TL-GL-AMOUNT-X
           END-IF
           MOVE WRK-BASIS-ROWS  TO TL-TAB1-ROWS
           MOVE WRK-BASIS-SUM   TO TL-TAB1-SUM
           MOVE WRK-COUNT-DIFF  TO TL-COUNT-DIFF
           MOVE WRK-AMOUNT-DIFF TO TL-AMOUNT-DIFF
           MOVE WRK-VERDICT     TO TL-VERDICT
           MOVE TIE-LINE TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
      *    Live TAB1 under the snapshot line, for reference only.
           IF BASIS-SNAPSHOT
              MOVE GL-LIVE-ROWS TO WRK-BASIS-ROWS
              MOVE GL-LIVE-SUM  TO WRK-BASIS-SUM
              PERFORM COMPARE-TO-LEDGER
              MOVE SPACES TO TIE-LINE
              MOVE '  LIVE' TO TL-LABEL
              MOVE SPACES TO TL-GL-COUNT-X
              MOVE SPACES TO TL-GL-AMOUNT-X
              MOVE WRK-BASIS-ROWS  TO TL-TAB1-ROWS
              MOVE WRK-BASIS-SUM   TO TL-TAB1-SUM
              MOVE WRK-COUNT-DIFF  TO TL-COUNT-DIFF
              MOVE WRK-AMOUNT-DIFF TO TL-AMOUNT-DIFF
              MOVE TIE-LINE TO PRINT-RECORD
              PERFORM WRITE-REGISTER-LINE
           END-IF.
      ****************************************************************
       COMPARE-TO-LEDGER.
      *    Differences are TAB1 less the ledger.
           COMPUTE WRK-COUNT-DIFF =
              WRK-BASIS-ROWS - WGL-COUNT(WRK-GL-IX)
           COMPUTE WRK-AMOUNT-DIFF =
              WRK-BASIS-SUM - WGL-AMOUNT(WRK-GL-IX)
           IF WRK-COUNT-DIFF < 0
              COMPUTE WRK-ABS-COUNT-DIFF = 0 - WRK-COUNT-DIFF
           ELSE
              MOVE WRK-COUNT-DIFF TO WRK-ABS-COUNT-DIFF
           END-IF
           IF WRK-AMOUNT-DIFF < 0
              COMPUTE WRK-ABS-AMOUNT-DIFF = 0 - WRK-AMOUNT-DIFF
           ELSE
              MOVE WRK-AMOUNT-DIFF TO WRK-ABS-AMOUNT-DIFF
           END-IF.
      ****************************************************************
       PRINT-SUMMARY.
           MOVE SPACES TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE SPACES TO TIE-LINE
           MOVE 'TOTAL' TO TL-LABEL
           MOVE WRK-TOT-GL-COUNT   TO TL-GL-COUNT
           MOVE WRK-TOT-GL-AMOUNT  TO TL-GL-AMOUNT
           MOVE WRK-TOT-BASIS-ROWS TO TL-TAB1-ROWS
           MOVE WRK-TOT-BASIS-SUM  TO TL-TAB1-SUM
           COMPUTE WRK-COUNT-DIFF =
              WRK-TOT-BASIS-ROWS - WRK-TOT-GL-COUNT
           COMPUTE WRK-AMOUNT-DIFF =
              WRK-TOT-BASIS-SUM - WRK-TOT-GL-AMOUNT
           MOVE WRK-COUNT-DIFF  TO TL-COUNT-DIFF
           MOVE WRK-AMOUNT-DIFF TO TL-AMOUNT-DIFF
           MOVE TIE-LINE TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE SPACES TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE WRK-MATCHED-COUNT   TO SL-MATCHED
           MOVE WRK-TOLERATED-COUNT TO SL-TOLERATED
           MOVE WRK-OUT-COUNT       TO SL-OUT
           MOVE WRK-GL-ONLY-COUNT   TO SL-GL-ONLY
           MOVE WRK-TAB1-ONLY-COUNT TO SL-TAB1-ONLY
           MOVE SUMMARY-LINE TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           IF SQL-TROUBLE
              MOVE 'RUN STOPPED ON AN SQL ERROR - TIE-OUT INCOMPLETE'
                TO PRINT-RECORD
              PERFORM WRITE-REGISTER-LINE
           END-IF.
      ****************************************************************
       PRINT-BREAK-JOURNALS.
      *    The period's journal for every category that did not tie,
      *    to explain the break.
           IF WRK-OUT-COUNT > 0 OR WRK-GL-ONLY-COUNT > 0
              OR WRK-TAB1-ONLY-COUNT > 0
              MOVE JOURNAL-HEADER TO WRK-COLUMN-HEADER
              PERFORM PRINT-REPORT-HEADER
              MOVE 0 TO WRK-GL-IX
              PERFORM UNTIL WRK-GL-IX >= WRK-GL-COUNT OR SQL-TROUBLE
                 ADD 1 TO WRK-GL-IX
                 IF WGL-VERDICT(WRK-GL-IX) NOT = 'MATCHED'
                    PERFORM PRINT-CATEGORY-JOURNAL
                 END-IF
              END-PERFORM
              IF NOT SQL-TROUBLE
                 PERFORM PRINT-UNPLACED-DELETES
              END-IF
           END-IF.
      ****************************************************************
       PRINT-CATEGORY-JOURNAL.
           MOVE WGL-COL-3(WRK-GL-IX)   TO GL-COL-3
           MOVE WGL-COL-3(WRK-GL-IX)   TO GL-COL-3-X
           MOVE WGL-COL-3(WRK-GL-IX)   TO JT-COL-3
           MOVE WGL-VERDICT(WRK-GL-IX) TO JT-VERDICT
           MOVE SPACES TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE JOURNAL-TITLE TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE 0 TO WRK-JRNL-LINES
           MOVE 0 TO WRK-JRNL-NET
           IF HIST-TABLE-EXISTS
              EXEC SQL
                 OPEN JRNLCAT
              END-EXEC
           ELSE
              EXEC SQL
                 OPEN JRNLCATN
              END-EXEC
           END-IF
           MOVE 'N' TO WRK-READ-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              IF HIST-TABLE-EXISTS
                 EXEC SQL
                    FETCH NEXT JRNLCAT INTO
                       :JL-COL-1, :JL-TS, :JL-PROGRAM, :JL-ACTION,
                       :JL-OLD-COL-2, :JL-NEW-COL-2, :JL-FEED-ID
                 END-EXEC
              ELSE
                 EXEC SQL
                    FETCH NEXT JRNLCATN INTO
                       :JL-COL-1, :JL-TS, :JL-PROGRAM, :JL-ACTION,
                       :JL-OLD-COL-2, :JL-NEW-COL-2, :JL-FEED-ID
                 END-EXEC
              END-IF
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WRK-READ-EOF-SW
                 WHEN 0
                    PERFORM PRINT-JOURNAL-ENTRY
                 WHEN OTHER
                    MOVE 'Y' TO WRK-READ-EOF-SW
                    PERFORM REPORT-SQL-TROUBLE
              END-EVALUATE
           END-PERFORM
           IF HIST-TABLE-EXISTS
              EXEC SQL
                 CLOSE JRNLCAT
              END-EXEC
           ELSE
              EXEC SQL
                 CLOSE JRNLCATN
              END-EXEC
           END-IF
           PERFORM PRINT-JOURNAL-TOTAL.
      ****************************************************************
       PRINT-UNPLACED-DELETES.
           MOVE SPACES TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE 'DELETES IN THE PERIOD OF KEYS NO LONGER ON FILE - '
             TO PRINT-RECORD
           MOVE 'CATEGORY NOT KNOWN' TO PRINT-RECORD(51:)
           PERFORM WRITE-REGISTER-LINE
           MOVE 0 TO WRK-JRNL-LINES
           MOVE 0 TO WRK-JRNL-NET
           IF HIST-TABLE-EXISTS
              EXEC SQL
                 OPEN JRNLDEL
              END-EXEC
           ELSE
              EXEC SQL
                 OPEN JRNLDELN
              END-EXEC
           END-IF
           MOVE 'N' TO WRK-READ-EOF-SW
           PERFORM UNTIL NO-MORE-ROWS
              IF HIST-TABLE-EXISTS
                 EXEC SQL
                    FETCH NEXT JRNLDEL INTO
                       :JL-COL-1, :JL-TS, :JL-PROGRAM, :JL-ACTION,
                       :JL-OLD-COL-2, :JL-NEW-COL-2, :JL-FEED-ID
                 END-EXEC
              ELSE
                 EXEC SQL
                    FETCH NEXT JRNLDELN INTO
                       :JL-COL-1, :JL-TS, :JL-PROGRAM, :JL-ACTION,
                       :JL-OLD-COL-2, :JL-NEW-COL-2, :JL-FEED-ID
                 END-EXEC
              END-IF
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WRK-READ-EOF-SW
                 WHEN 0
                    PERFORM PRINT-JOURNAL-ENTRY
                 WHEN OTHER
                    MOVE 'Y' TO WRK-READ-EOF-SW
                    PERFORM REPORT-SQL-TROUBLE
              END-EVALUATE
           END-PERFORM
           IF HIST-TABLE-EXISTS
              EXEC SQL
                 CLOSE JRNLDEL
              END-EXEC
           ELSE
              EXEC SQL
                 CLOSE JRNLDELN
              END-EXEC
           END-IF
           PERFORM PRINT-JOURNAL-TOTAL.
      ****************************************************************
       PRINT-JOURNAL-ENTRY.
      *    Every entry counts toward the net; only the first
      *    GLTIE_JOURNAL_LIMIT are printed.
           COMPUTE WRK-JRNL-MOVE = JL-NEW-COL-2 - JL-OLD-COL-2
           ADD 1 TO WRK-JRNL-LINES
           ADD WRK-JRNL-MOVE TO WRK-JRNL-NET
           IF WRK-JRNL-LINES <= WRK-JRNL-LIMIT
              MOVE JL-TS         TO JL-OUT-TS
              MOVE JL-COL-1      TO JL-OUT-COL-1
              MOVE JL-PROGRAM    TO JL-OUT-PROGRAM
              MOVE JL-ACTION     TO JL-OUT-ACTION
              MOVE JL-OLD-COL-2  TO JL-OUT-OLD-COL-2
              MOVE JL-NEW-COL-2  TO JL-OUT-NEW-COL-2
              MOVE WRK-JRNL-MOVE TO JL-OUT-MOVE
              MOVE JL-FEED-ID    TO JL-OUT-FEED-ID
              MOVE JOURNAL-LINE TO PRINT-RECORD
              PERFORM WRITE-REGISTER-LINE
           END-IF.
      ****************************************************************
       PRINT-JOURNAL-TOTAL.
           MOVE WRK-JRNL-LINES TO JTL-LINES
           MOVE WRK-JRNL-NET   TO JTL-NET
           IF WRK-JRNL-LINES > WRK-JRNL-LIMIT
              MOVE '  (FIRST GLTIE_JOURNAL_LIMIT LISTED)'
                TO JTL-NOTE
           ELSE
              MOVE SPACES TO JTL-NOTE
           END-IF
           MOVE JOURNAL-TOTAL-LINE TO PRINT-RECORD
           PERFORM WRITE-REGISTER-LINE.
      ****************************************************************
       REPORT-SQL-TROUBLE.
           DISPLAY 'GL-TIEOUT: SQL TROUBLE'
           DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           MOVE 'GL-TIEOUT' TO WRK-AUDIT-SOURCE
           MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                  WRK-AUDIT-MESSAGE
           MOVE 'Y' TO WRK-SQL-TROUBLE-SW.
