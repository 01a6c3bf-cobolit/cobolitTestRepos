       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASOF-BALANCE.
      ****************************************************************
      * ASOF-BALANCE - what was a customer's COL-2 and COL-5 at the
      * close of a past date (ASOF_DATE, YYYYMMDD, required).
      *   ASOF_KEY set   - inquiry for that one key: the answer is
      *                    shown on the console and printed
      *   ASOF_KEY blank - batch report for every key TAB1, TAB1_HIST
      *                    or the journal knows, with totals
      * The answer is walked back from today's value - the TAB1 row,
      * or the latest TAB1_HIST version for an archived key - through
      * the TAB1_CHANGES journal: the OLD image of the first journal
      * row stamped after the as-of date is the value the key held on
      * that date; with no later journal row, today's value already
      * held. The action code of that row also says where the row
      * was: 'I' (first inserted later) means the key was not yet on
      * file, 'A' (archived later) means it was still live, 'R'
      * (restored later) means it sat on TAB1_HIST. Rows loaded or
      * archived before the journal recorded those moves fall back
      * on LOAD_DATE, and an archived row on its ARCHIVED_DATE.
      * Prints to ASOF_PRINT_FILE (default "tab1asof.rpt").
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - clean
      *   4 - the key (or every key) was not on file at the date
      *   8 - connect failure, bad ASOF_DATE, file-open failure, or
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
       01  AS-COL-1        PIC X(20).
       01  AS-COL-2        PIC 9(10)V9(5).
       01  AS-COL-5        PIC X(50).
       01  AS-LOAD-DATE    PIC X(8).
       01  AS-ARCH-DATE    PIC X(8).
       01  JR-TS           PIC X(14).
       01  JR-ACTION       PIC X(1).
       01  JR-OLD-COL-2    PIC 9(10)V9(5).
       01  JR-OLD-COL-5    PIC X(50).
       01  WRK-CUTOFF-TS   PIC X(14).
       01  WRK-UNWOUND     PIC 9(9) COMP.
       01  WRK-TABLE-EXISTS PIC 9(9) COMP.
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
       01  WRK-SELECT-KEY        PIC X(20).
       01  WRK-ASOF-PARM         PIC X(8).
       01  WRK-ASOF-DATE         PIC 9(8) VALUE 0.
       01  WRK-TODAY-8           PIC 9(8).
       01  WRK-TS-TIME           PIC X(8).
       01  WRK-START-TS          PIC X(14).
       01  WRK-HIST-EXIST-SW     PIC X VALUE 'N'.
           88 HIST-TABLE-EXISTS      VALUE 'Y'.
       01  WRK-CHG-EXIST-SW      PIC X VALUE 'N'.
           88 CHANGES-TABLE-EXISTS   VALUE 'Y'.
       01  WRK-READ-EOF-SW       PIC X VALUE 'N'.
           88 NO-MORE-ROWS           VALUE 'Y'.
       01  WRK-FETCH-ERROR-SW    PIC X VALUE 'N'.
           88 FETCH-TROUBLE          VALUE 'Y'.
       01  WRK-DATE-REFUSED-SW   PIC X VALUE 'N'.
           88 ASOF-DATE-REFUSED      VALUE 'Y'.
      *    Where the key is today, then where it was on the date.
       01  WRK-NOW-STATE         PIC X(8).
       01  WRK-ASOF-STATE        PIC X(8).
           88 ASOF-ON-FILE           VALUE 'LIVE' 'ARCHIVED'.
       01  WRK-ASOF-BASIS        PIC X(14).
       01  WRK-KEY-COUNT         PIC 9(9) VALUE 0.
       01  WRK-LIVE-COUNT        PIC 9(9) VALUE 0.
       01  WRK-ARCH-COUNT        PIC 9(9) VALUE 0.
       01  WRK-ABSENT-COUNT      PIC 9(9) VALUE 0.
       01  WRK-LIVE-TOTAL        PIC 9(13)V9(5) VALUE 0.
       01  WRK-ARCH-TOTAL        PIC 9(13)V9(5) VALUE 0.
       01  WRK-LINE-COUNT        PIC 9(3) VALUE 99.
       01  WRK-PAGE-COUNT        PIC 9(5) VALUE 0.
       01  WRK-LINES-PER-PAGE    PIC 9(3) VALUE 55.
       01  WRK-STATS-PROGRAM     PIC X(12).
       01  WRK-STATS-IN          PIC 9(9).
       01  WRK-STATS-OUT         PIC 9(9).
       01  WRK-STATS-REJ         PIC 9(9).
       01  WRK-STATS-STATUS      PIC X(8).

       01  HEADER-LINE-1.
           05 FILLER             PIC X(26)
              VALUE 'TAB1 BALANCES AS OF'.
           05 H-ASOF-DATE        PIC 9(8).
           05 FILLER             PIC X(10) VALUE '   RUN '.
           05 H-REPORT-DATE      PIC 9(8).
           05 FILLER             PIC X(8)  VALUE '   PAGE'.
           05 H-PAGE             PIC ZZZZ9.
       01  HEADER-LINE-2.
           05 FILLER             PIC X(22) VALUE 'KEY'.
           05 FILLER             PIC X(10) VALUE 'ON DATE'.
           05 FILLER             PIC X(18)
              VALUE '            COL-2'.
           05 FILLER             PIC X(16) VALUE 'BASIS'.
           05 FILLER             PIC X(10) VALUE 'UNWOUND'.
           05 FILLER             PIC X(10) VALUE 'TODAY'.
           05 FILLER             PIC X(18)
              VALUE '    COL-2 TODAY'.
       01  DETAIL-LINE.
           05 D-COL-1            PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-ASOF-STATE       PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-ASOF-COL-2       PIC Z(9)9.99999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-BASIS            PIC X(14).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-UNWOUND          PIC Z(6)9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 D-NOW-STATE        PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 D-NOW-COL-2        PIC Z(9)9.99999.
       01  COL5-LINE.
           05 FILLER             PIC X(12) VALUE '   COL-5 "'.
           05 C5-ASOF            PIC X(50).
           05 FILLER             PIC X(1)  VALUE '"'.
       01  TOTAL-LINE.
           05 T-LABEL            PIC X(30).
           05 T-COUNT            PIC Z(8)9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 T-AMOUNT           PIC Z(12)9.99999.
      *    Today's image, kept while the journal is walked.
       01  WRK-NOW-COL-2         PIC 9(10)V9(5).
       01  WRK-NOW-COL-5         PIC X(50).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           EXEC SQL DECLARE
              ASOFKHC CURSOR FOR
                 SELECT COL_1 FROM TAB1
                 UNION SELECT COL_1 FROM TAB1_HIST
                 UNION SELECT COL_1 FROM TAB1_CHANGES
                 ORDER BY 1
           END-EXEC
           EXEC SQL DECLARE
              ASOFKH CURSOR FOR
                 SELECT COL_1 FROM TAB1
                 UNION SELECT COL_1 FROM TAB1_HIST
                 ORDER BY 1
           END-EXEC
           EXEC SQL DECLARE
              ASOFKC CURSOR FOR
                 SELECT COL_1 FROM TAB1
                 UNION SELECT COL_1 FROM TAB1_CHANGES
                 ORDER BY 1
           END-EXEC
           EXEC SQL DECLARE
              ASOFK CURSOR FOR
                 SELECT COL_1 FROM TAB1 ORDER BY COL_1
           END-EXEC
           MOVE 0 TO SQLCODE
           MOVE 0 TO DB-RETURN-CODE
           ACCEPT WRK-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TODAY-8      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           PERFORM ESTABLISH-SELECTION
           IF WRK-ASOF-DATE = 0
              MOVE 'Y' TO WRK-DATE-REFUSED-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'ASOF-BALANCE: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-FETCH-ERROR-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CHECK-SUPPORTING-TABLES
           PERFORM OPEN-PRINT-FILE
           IF WRK-PRINT-FILE-STATUS = "00"
              IF WRK-SELECT-KEY NOT = SPACES
                 MOVE WRK-SELECT-KEY TO AS-COL-1
                 PERFORM RECONSTRUCT-ONE-KEY
                 PERFORM SHOW-INQUIRY-ANSWER
              ELSE
                 PERFORM RECONSTRUCT-ALL-KEYS
              END-IF
              PERFORM PRINT-CONTROL-TOTALS
              CLOSE PRINT-FILE
           END-IF
           DISPLAY 'ASOF-BALANCE: ' WRK-KEY-COUNT ' KEY(S) EXAMINED, '
                   WRK-LIVE-COUNT ' LIVE AND ' WRK-ARCH-COUNT
                   ' ARCHIVED ON ' WRK-ASOF-DATE
           EXEC SQL
              DISCONNECT ALL
           END-EXEC
           PERFORM RECORD-RUN-STATS
           EVALUATE TRUE
              WHEN WRK-PRINT-FILE-STATUS NOT = "00"
                 MOVE 8 TO RETURN-CODE
              WHEN FETCH-TROUBLE
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-LIVE-COUNT + WRK-ARCH-COUNT = 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      ****************************************************************
       RECORD-RUN-STATS.
           MOVE 'ASOF-BALANCE' TO WRK-STATS-PROGRAM
           MOVE WRK-KEY-COUNT TO WRK-STATS-IN
           COMPUTE WRK-STATS-OUT = WRK-LIVE-COUNT + WRK-ARCH-COUNT
           MOVE 0 TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN ASOF-DATE-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN FETCH-TROUBLE OR WRK-PRINT-FILE-STATUS NOT = "00"
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
              DISPLAY 'ASOF-BALANCE: CONNECTED - ENVIRONMENT '
                      WRK-ENV-CODE
           ELSE
              DISPLAY 'ASOF-BALANCE: CONNECT FAILED, RETURN CODE = '
                      DB-RETURN-CODE
           END-IF.
      ****************************************************************
       ESTABLISH-SELECTION.
           MOVE SPACES TO WRK-SELECT-KEY
           ACCEPT WRK-SELECT-KEY FROM ENVIRONMENT "ASOF_KEY"
           MOVE SPACES TO WRK-ASOF-PARM
           ACCEPT WRK-ASOF-PARM FROM ENVIRONMENT "ASOF_DATE"
           IF WRK-ASOF-PARM IS NUMERIC
              MOVE WRK-ASOF-PARM TO WRK-ASOF-DATE
           END-IF
           EVALUATE TRUE
              WHEN WRK-ASOF-DATE = 0
                 DISPLAY 'ASOF-BALANCE: SET ASOF_DATE (YYYYMMDD)'
              WHEN WRK-ASOF-DATE > WRK-TODAY-8
                 DISPLAY 'ASOF-BALANCE: ASOF_DATE ' WRK-ASOF-DATE
                         ' IS IN THE FUTURE'
                 MOVE 0 TO WRK-ASOF-DATE
              WHEN OTHER
      *          Close of business on the date - every journal row
      *          stamped later is unwound.
                 MOVE WRK-ASOF-DATE TO WRK-CUTOFF-TS(1:8)
                 MOVE '235959'      TO WRK-CUTOFF-TS(9:6)
                 IF WRK-SELECT-KEY NOT = SPACES
                    DISPLAY 'ASOF-BALANCE: KEY ' WRK-SELECT-KEY
                            ' AS OF ' WRK-ASOF-DATE
                 ELSE
                    DISPLAY 'ASOF-BALANCE: ALL KEYS AS OF '
                            WRK-ASOF-DATE
                 END-IF
           END-EVALUATE.
      ****************************************************************
       CHECK-SUPPORTING-TABLES.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_hist'
           END-EXEC
           IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-HIST-EXIST-SW
           END-IF
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_changes'
           END-EXEC
           IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-CHG-EXIST-SW
           ELSE
              DISPLAY 'ASOF-BALANCE: NO TAB1_CHANGES JOURNAL - '
                      'TODAY''S VALUES ARE THE ONLY EVIDENCE'
           END-IF.
      ****************************************************************
       OPEN-PRINT-FILE.
           MOVE SPACES TO WRK-PRINT-FILE-PATH
           ACCEPT WRK-PRINT-FILE-PATH
                  FROM ENVIRONMENT "ASOF_PRINT_FILE"
           IF WRK-PRINT-FILE-PATH = SPACES
              MOVE "tab1asof.rpt" TO WRK-PRINT-FILE-PATH
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WRK-PRINT-FILE-STATUS NOT = "00"
              DISPLAY 'ASOF-BALANCE: UNABLE TO OPEN '
                      WRK-PRINT-FILE-PATH
                      ' STATUS ' WRK-PRINT-FILE-STATUS
           END-IF.
      ****************************************************************
       PRINT-REPORT-HEADER.
           ADD 1 TO WRK-PAGE-COUNT
           MOVE WRK-ASOF-DATE  TO H-ASOF-DATE
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
       RECONSTRUCT-ALL-KEYS.
           EVALUATE TRUE
              WHEN HIST-TABLE-EXISTS AND CHANGES-TABLE-EXISTS
                 EXEC SQL
                    OPEN ASOFKHC
                 END-EXEC
              WHEN HIST-TABLE-EXISTS
                 EXEC SQL
                    OPEN ASOFKH
                 END-EXEC
              WHEN CHANGES-TABLE-EXISTS
                 EXEC SQL
                    OPEN ASOFKC
                 END-EXEC
              WHEN OTHER
                 EXEC SQL
                    OPEN ASOFK
                 END-EXEC
           END-EVALUATE
           PERFORM UNTIL NO-MORE-ROWS
              PERFORM FETCH-NEXT-KEY
              IF NOT NO-MORE-ROWS
                 PERFORM RECONSTRUCT-ONE-KEY
                 IF ASOF-ON-FILE
                    PERFORM PRINT-ONE-KEY
                 END-IF
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN HIST-TABLE-EXISTS AND CHANGES-TABLE-EXISTS
                 EXEC SQL
                    CLOSE ASOFKHC
                 END-EXEC
              WHEN HIST-TABLE-EXISTS
                 EXEC SQL
                    CLOSE ASOFKH
                 END-EXEC
              WHEN CHANGES-TABLE-EXISTS
                 EXEC SQL
                    CLOSE ASOFKC
                 END-EXEC
              WHEN OTHER
                 EXEC SQL
                    CLOSE ASOFK
                 END-EXEC
           END-EVALUATE.
      ****************************************************************
       FETCH-NEXT-KEY.
           EVALUATE TRUE
              WHEN HIST-TABLE-EXISTS AND CHANGES-TABLE-EXISTS
                 EXEC SQL
                    FETCH NEXT ASOFKHC INTO :AS-COL-1
                 END-EXEC
              WHEN HIST-TABLE-EXISTS
                 EXEC SQL
                    FETCH NEXT ASOFKH INTO :AS-COL-1
                 END-EXEC
              WHEN CHANGES-TABLE-EXISTS
                 EXEC SQL
                    FETCH NEXT ASOFKC INTO :AS-COL-1
                 END-EXEC
              WHEN OTHER
                 EXEC SQL
                    FETCH NEXT ASOFK INTO :AS-COL-1
                 END-EXEC
           END-EVALUATE
           EVALUATE SQLCODE
              WHEN 100
                 MOVE 'Y' TO WRK-READ-EOF-SW
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ASOF-BALANCE: FETCH ERROR ' SQLCODE
                         '->' SQLERRMC
                 MOVE 'Y' TO WRK-READ-EOF-SW
                 MOVE 'Y' TO WRK-FETCH-ERROR-SW
           END-EVALUATE.
      ****************************************************************
       RECONSTRUCT-ONE-KEY.
           ADD 1 TO WRK-KEY-COUNT
           PERFORM FETCH-TODAYS-IMAGE
           MOVE WRK-NOW-COL-2 TO AS-COL-2
           MOVE WRK-NOW-COL-5 TO AS-COL-5
           MOVE 'CURRENT' TO WRK-ASOF-BASIS
           MOVE 0 TO WRK-UNWOUND
           MOVE SPACE TO JR-ACTION
           IF CHANGES-TABLE-EXISTS
              PERFORM UNWIND-JOURNAL
           END-IF
      *    Where the row stood on the date.
           EVALUATE TRUE
              WHEN JR-ACTION = 'I'
                 MOVE 'NOT YET' TO WRK-ASOF-STATE
              WHEN JR-ACTION = 'A'
                 MOVE 'LIVE' TO WRK-ASOF-STATE
              WHEN JR-ACTION = 'R'
                 MOVE 'ARCHIVED' TO WRK-ASOF-STATE
              WHEN JR-ACTION NOT = SPACE AND WRK-NOW-STATE = 'GONE'
      *          Deleted since - it was live until then.
                 MOVE 'LIVE' TO WRK-ASOF-STATE
              WHEN OTHER
                 MOVE WRK-NOW-STATE TO WRK-ASOF-STATE
           END-EVALUATE
      *    Rows that predate insert journaling: LOAD_DATE and
      *    ARCHIVED_DATE still tell when the row arrived and moved.
      *    A key with journal rows after the date has been settled by
      *    them - its LOAD_DATE may be a later re-add's.
           IF ASOF-ON-FILE AND AS-LOAD-DATE NOT = SPACES
              AND AS-LOAD-DATE > WRK-CUTOFF-TS(1:8)
              AND JR-ACTION = SPACE
              MOVE 'NOT YET' TO WRK-ASOF-STATE
           END-IF
           IF WRK-ASOF-STATE = 'ARCHIVED' AND JR-ACTION NOT = 'R'
              AND AS-ARCH-DATE NOT = SPACES
              AND AS-ARCH-DATE > WRK-CUTOFF-TS(1:8)
              MOVE 'LIVE' TO WRK-ASOF-STATE
           END-IF
           EVALUATE WRK-ASOF-STATE
              WHEN 'LIVE'
                 ADD 1 TO WRK-LIVE-COUNT
                 ADD AS-COL-2 TO WRK-LIVE-TOTAL
              WHEN 'ARCHIVED'
                 ADD 1 TO WRK-ARCH-COUNT
                 ADD AS-COL-2 TO WRK-ARCH-TOTAL
              WHEN OTHER
                 ADD 1 TO WRK-ABSENT-COUNT
           END-EVALUATE.
      ****************************************************************
       FETCH-TODAYS-IMAGE.
           MOVE 'GONE' TO WRK-NOW-STATE
           MOVE 0 TO WRK-NOW-COL-2
           MOVE SPACES TO WRK-NOW-COL-5
           MOVE SPACES TO AS-LOAD-DATE
           MOVE SPACES TO AS-ARCH-DATE
           EXEC SQL
                SELECT COL_2, COALESCE(COL_5, ' '),
                       COALESCE(TO_CHAR(LOAD_DATE, 'YYYYMMDD'), ' ')
                  INTO :AS-COL-2, :AS-COL-5, :AS-LOAD-DATE
                  FROM TAB1 WHERE COL_1 = :AS-COL-1
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'LIVE' TO WRK-NOW-STATE
              WHEN 100
                 IF HIST-TABLE-EXISTS
                    EXEC SQL
                         SELECT COL_2, COALESCE(COL_5, ' '),
                                COALESCE(TO_CHAR(LOAD_DATE,
                                   'YYYYMMDD'), ' '),
                                COALESCE(TO_CHAR(ARCHIVED_DATE,
                                   'YYYYMMDD'), ' ')
                           INTO :AS-COL-2, :AS-COL-5, :AS-LOAD-DATE,
                                :AS-ARCH-DATE
                           FROM TAB1_HIST WHERE COL_1 = :AS-COL-1
                          ORDER BY ARCHIVED_DATE DESC LIMIT 1
                    END-EXEC
                    EVALUATE SQLCODE
                       WHEN 0
                          MOVE 'ARCHIVED' TO WRK-NOW-STATE
                       WHEN 100
                          CONTINUE
                       WHEN OTHER
                          PERFORM REPORT-SQL-TROUBLE
                    END-EVALUATE
                 END-IF
              WHEN OTHER
                 PERFORM REPORT-SQL-TROUBLE
           END-EVALUATE
           IF WRK-NOW-STATE NOT = 'GONE'
              MOVE AS-COL-2 TO WRK-NOW-COL-2
              MOVE AS-COL-5 TO WRK-NOW-COL-5
           ELSE
              MOVE 0 TO AS-COL-2
              MOVE SPACES TO AS-COL-5
           END-IF.
      ****************************************************************
       UNWIND-JOURNAL.
      *    Only the first later row matters: its OLD image is the
      *    value that stood at the cutoff. The count of later rows
      *    is shown so a reader can see how far back the answer came.
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-UNWOUND
                  FROM TAB1_CHANGES
                 WHERE COL_1 = :AS-COL-1
                   AND CHG_TS > :WRK-CUTOFF-TS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WRK-UNWOUND
              PERFORM REPORT-SQL-TROUBLE
           END-IF
           IF WRK-UNWOUND > 0
              EXEC SQL
                   SELECT CHG_TS, CHG_ACTION, OLD_COL_2,
                          COALESCE(OLD_COL_5, ' ')
                     INTO :JR-TS, :JR-ACTION, :JR-OLD-COL-2,
                          :JR-OLD-COL-5
                     FROM TAB1_CHANGES
                    WHERE COL_1 = :AS-COL-1
                      AND CHG_TS > :WRK-CUTOFF-TS
                    ORDER BY CHG_TS
                    LIMIT 1
              END-EXEC
              IF SQLCODE = 0
                 MOVE JR-OLD-COL-2 TO AS-COL-2
                 MOVE JR-OLD-COL-5 TO AS-COL-5
                 MOVE JR-TS TO WRK-ASOF-BASIS
              ELSE
                 MOVE SPACE TO JR-ACTION
                 PERFORM REPORT-SQL-TROUBLE
              END-IF
           END-IF.
      ****************************************************************
       PRINT-ONE-KEY.
           IF WRK-LINE-COUNT >= WRK-LINES-PER-PAGE
              IF WRK-PAGE-COUNT > 0
                 MOVE SPACES TO PRINT-RECORD
                 WRITE PRINT-RECORD
              END-IF
              PERFORM PRINT-REPORT-HEADER
           END-IF
           MOVE AS-COL-1       TO D-COL-1
           MOVE WRK-ASOF-STATE TO D-ASOF-STATE
           IF ASOF-ON-FILE
              MOVE AS-COL-2 TO D-ASOF-COL-2
           ELSE
              MOVE 0 TO D-ASOF-COL-2
           END-IF
           MOVE WRK-ASOF-BASIS TO D-BASIS
           MOVE WRK-UNWOUND    TO D-UNWOUND
           MOVE WRK-NOW-STATE  TO D-NOW-STATE
           MOVE WRK-NOW-COL-2  TO D-NOW-COL-2
           MOVE DETAIL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO WRK-LINE-COUNT
           IF ASOF-ON-FILE AND AS-COL-5 NOT = WRK-NOW-COL-5
              MOVE AS-COL-5 TO C5-ASOF
              MOVE COL5-LINE TO PRINT-RECORD
              WRITE PRINT-RECORD
              ADD 1 TO WRK-LINE-COUNT
           END-IF.
      ****************************************************************
       SHOW-INQUIRY-ANSWER.
           PERFORM PRINT-ONE-KEY
           MOVE AS-COL-2 TO D-ASOF-COL-2
           IF ASOF-ON-FILE
              DISPLAY 'ASOF-BALANCE: ' AS-COL-1 ' ON '
                      WRK-ASOF-DATE ' WAS ' WRK-ASOF-STATE
                      ' COL-2 ' D-ASOF-COL-2
              DISPLAY '              COL-5 "' AS-COL-5 '"'
              IF WRK-UNWOUND > 0
                 DISPLAY '              FROM JOURNAL ROW '
                         WRK-ASOF-BASIS ' - ' WRK-UNWOUND
                         ' LATER CHANGE(S) UNWOUND'
              ELSE
                 DISPLAY '              UNCHANGED SINCE - TODAY '
                         WRK-NOW-STATE
              END-IF
           ELSE
              DISPLAY 'ASOF-BALANCE: ' AS-COL-1 ' WAS NOT ON FILE ON '
                      WRK-ASOF-DATE ' (TODAY ' WRK-NOW-STATE ')'
           END-IF.
      ****************************************************************
       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'KEYS EXAMINED:' TO T-LABEL
           MOVE WRK-KEY-COUNT TO T-COUNT
           MOVE 0 TO T-AMOUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'LIVE ON TAB1 - COL-2 TOTAL:' TO T-LABEL
           MOVE WRK-LIVE-COUNT TO T-COUNT
           MOVE WRK-LIVE-TOTAL TO T-AMOUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'ARCHIVED - COL-2 TOTAL:' TO T-LABEL
           MOVE WRK-ARCH-COUNT TO T-COUNT
           MOVE WRK-ARCH-TOTAL TO T-AMOUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'NOT ON FILE ON THE DATE:' TO T-LABEL
           MOVE WRK-ABSENT-COUNT TO T-COUNT
           MOVE 0 TO T-AMOUNT
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD.
      ****************************************************************
       REPORT-SQL-TROUBLE.
           DISPLAY 'ASOF-BALANCE: SQL TROUBLE ON ' AS-COL-1
           DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           MOVE 'Y' TO WRK-FETCH-ERROR-SW.
