       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STATEMENT-RUN.
      ****************************************************************
      * STATEMENT-RUN - prints one customer statement per live TAB1
      * key for a period (STMT_FROM_DATE thru STMT_TO_DATE, YYYYMMDD;
      * default the first of the current month thru today). Each
      * statement carries the TAB1_ADDR name and address, the COL-3
      * category description off TAB1_CATEGORY, the count of
      * documents on file in TAB1_DOCS, the opening COL-2, every
      * TAB1_CHANGES movement inside the period (timestamp, acting
      * program, feed id, before and after COL-2) and the closing
      * COL-2.
      *
      * Opening and closing balances are walked back off the journal:
      * the closing COL-2 is the before-image of the first journal row
      * after the period end (the current COL-2 when there is none),
      * and the opening COL-2 is the before-image of the first row
      * inside the period (the closing COL-2 when nothing moved).
      *
      * A key with no TAB1_ADDR row gets no statement - it goes to the
      * exceptions list (STMT_EXCEPTION_FILE, default "tab1stmt.exc")
      * with its COL-2 so the mailing house is never handed a blank
      * envelope. So does a key whose address RETURNED-MAIL has
      * flagged undeliverable (TAB1_ADDR.UNDELIV_DATE set) - the
      * exception line gives the date the mail started coming back,
      * and the customer gets statements again once the sender
      * transmits a corrected address. Statements print to
      * STMT_PRINT_FILE (default "tab1stmt.rpt").
      *
      * The control totals tie back to SUMMARY-TAB1's grand total:
      * statements printed plus exceptions must equal COUNT(*) of
      * TAB1, and closing COL-2 (statements plus exceptions) plus the
      * net journal movement after the period end must equal
      * SUM(COL_2) of TAB1.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - clean
      *   4 - exceptions listed, or no statements printed
      *   8 - connect failure, bad period, file-open failure, SQL
      *       abort, or control totals out of balance
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO WRK-PRINT-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PRINT-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO WRK-EXCEPTION-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-EXCEPTION-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-RECORD          PIC X(132).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.
           COPY "custrec.cpy".
       01  WRK-TABLE-EXISTS      PIC 9(9) COMP.
       01  CT-COL-3              PIC 9(6).
       01  CT-DESC               PIC X(40).
       01  CT-ACTIVE             PIC X(1).
       01  WRK-AD-NAME           PIC X(40).
       01  WRK-AD-STREET         PIC X(40).
       01  WRK-AD-CITY           PIC X(30).
       01  WRK-AD-POSTCODE       PIC X(10).
       01  WRK-AD-UNDELIV-DATE   PIC X(8).
       01  WRK-DOC-COUNT         PIC 9(9) COMP.
       01  JR-COL-1              PIC X(20).
       01  JR-TS                 PIC X(14).
       01  JR-PROGRAM            PIC X(12).
       01  JR-ACTION             PIC X(1).
       01  JR-OLD-COL-2          PIC 9(10)V9(5).
       01  JR-NEW-COL-2          PIC 9(10)V9(5).
       01  JR-FEED-ID            PIC X(16).
       01  WRK-FROM-TS           PIC X(14).
       01  WRK-TO-TS             PIC X(14).
       01  WRK-DB-ROWS           PIC 9(9).
       01  WRK-DB-COL-2-SUM      PIC 9(14)V9(5).
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
       01  WRK-EXCEPTION-FILE-PATH   PIC X(80).
       01  WRK-EXCEPTION-FILE-STATUS PIC X(2).
       01  WRK-FROM-DATE-PARM    PIC X(8).
       01  WRK-TO-DATE-PARM      PIC X(8).
       01  WRK-PERIOD-SW         PIC X VALUE 'Y'.
           88 PERIOD-IS-VALID        VALUE 'Y'.
       01  WRK-READ-EOF-SW       PIC X VALUE 'N'.
           88 NO-MORE-ROWS           VALUE 'Y'.
       01  WRK-FETCH-ERROR-SW    PIC X VALUE 'N'.
           88 FETCH-TROUBLE          VALUE 'Y'.
       01  WRK-CHG-EOF-SW        PIC X VALUE 'N'.
           88 NO-MORE-CHANGES        VALUE 'Y'.
       01  WRK-ADDR-EXIST-SW     PIC X VALUE 'N'.
           88 ADDR-TABLE-EXISTS      VALUE 'Y'.
       01  WRK-DOCS-EXIST-SW     PIC X VALUE 'N'.
           88 DOCS-TABLE-EXISTS      VALUE 'Y'.
       01  WRK-CHG-EXIST-SW      PIC X VALUE 'N'.
           88 CHANGES-TABLE-EXISTS   VALUE 'Y'.
       01  WRK-UNDELIV-EXIST-SW  PIC X VALUE 'N'.
           88 UNDELIV-TRACKED        VALUE 'Y'.
       01  WRK-ADDR-FOUND-SW     PIC X VALUE 'N'.
           88 ADDRESS-FOUND          VALUE 'Y'.
       01  WRK-UNDELIV-SW        PIC X VALUE 'N'.
           88 ADDRESS-UNDELIVERABLE  VALUE 'Y'.
       01  WRK-ROW-COUNT         PIC 9(9) VALUE 0.
       01  WRK-STMT-COUNT        PIC 9(9) VALUE 0.
       01  WRK-EXCEPTION-COUNT   PIC 9(9) VALUE 0.
       01  WRK-UNDELIV-COUNT     PIC 9(9) VALUE 0.
       01  WRK-MOVEMENT-COUNT    PIC 9(9) VALUE 0.
       01  WRK-KEY-MOVEMENTS     PIC 9(9) VALUE 0.
       01  WRK-OPENING-COL-2     PIC 9(10)V9(5).
       01  WRK-CLOSING-COL-2     PIC 9(10)V9(5).
       01  WRK-STMT-COL-2-TOTAL  PIC 9(14)V9(5) VALUE 0.
       01  WRK-EXC-COL-2-TOTAL   PIC 9(14)V9(5) VALUE 0.
       01  WRK-LATER-MOVEMENT    PIC S9(14)V9(5) VALUE 0.
       01  WRK-TIED-COL-2-TOTAL  PIC S9(14)V9(5) VALUE 0.
       01  WRK-TIED-ROWS         PIC 9(9) VALUE 0.
       01  WRK-RECON-SW          PIC X VALUE 'Y'.
           88 TOTALS-IN-BALANCE      VALUE 'Y'.
       01  WRK-REPORT-DATE       PIC 9(8).
       01  WRK-START-TS          PIC X(14).
       01  WRK-TS-DATE           PIC 9(8).
       01  WRK-TS-TIME           PIC X(8).
       01  WRK-STATS-PROGRAM    PIC X(12).
       01  WRK-STATS-IN         PIC 9(9).
       01  WRK-STATS-OUT        PIC 9(9).
       01  WRK-STATS-REJ        PIC 9(9).
       01  WRK-STATS-STATUS     PIC X(8).
      *    Category reference snapshot off TAB1_CATEGORY, same as
      *    REPORT-TAB1 carries.
       01  WRK-REF-MAX           PIC 9(3) VALUE 500 COMP.
       01  WRK-REF-COUNT         PIC 9(3) VALUE 0 COMP.
       01  WRK-REF-IX            PIC 9(3) VALUE 0 COMP.
       01  WRK-REF-TABLE.
           05 WRK-REF-ENTRY OCCURS 500.
              10 WRF-COL-3       PIC 9(6).
              10 WRF-DESC        PIC X(40).
              10 WRF-ACTIVE      PIC X(1).
       01  WRK-REF-EOF-SW        PIC X VALUE 'N'.
           88 NO-MORE-REF-CODES      VALUE 'Y'.
       01  WRK-REF-FOUND-SW      PIC X VALUE 'N'.
           88 REF-CODE-FOUND         VALUE 'Y'.
       01  WRK-CAT-DESC          PIC X(40).

       01  STMT-HEADER-LINE.
           05 FILLER             PIC X(22)
              VALUE 'CUSTOMER STATEMENT'.
           05 FILLER             PIC X(7)  VALUE 'PERIOD '.
           05 SH-FROM-DATE       PIC X(8).
           05 FILLER             PIC X(6)  VALUE ' THRU '.
           05 SH-TO-DATE         PIC X(8).
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 FILLER             PIC X(9)  VALUE 'RUN DATE '.
           05 SH-REPORT-DATE     PIC 9(8).
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'STATEMENT '.
           05 SH-STMT-NUMBER     PIC Z(8)9.
       01  STMT-ADDRESS-LINE.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 SA-TEXT            PIC X(40).
       01  STMT-CITY-LINE.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 SC-CITY            PIC X(30).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SC-POSTCODE        PIC X(10).
       01  STMT-ACCOUNT-LINE.
           05 FILLER             PIC X(9)  VALUE 'ACCOUNT '.
           05 SL-COL-1           PIC X(20).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 FILLER             PIC X(9)  VALUE 'CATEGORY '.
           05 SL-COL-3           PIC Z(5)9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 SL-CAT-DESC        PIC X(40).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 FILLER             PIC X(18)
              VALUE 'DOCUMENTS ON FILE '.
           05 SL-DOC-COUNT       PIC Z(4)9.
       01  STMT-BALANCE-LINE.
           05 SB-LABEL           PIC X(20).
           05 SB-COL-2           PIC Z(9)9.99999.
       01  STMT-MOVEMENT-HEADER.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(16) VALUE 'TIMESTAMP'.
           05 FILLER             PIC X(14) VALUE 'PROGRAM'.
           05 FILLER             PIC X(18) VALUE 'FEED'.
           05 FILLER             PIC X(18)
              VALUE '        OLD COL-2'.
           05 FILLER             PIC X(18)
              VALUE '        NEW COL-2'.
       01  STMT-MOVEMENT-LINE.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 SM-TS              PIC X(14).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SM-PROGRAM         PIC X(12).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SM-FEED-ID         PIC X(16).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SM-OLD-COL-2       PIC Z(9)9.99999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SM-NEW-COL-2       PIC Z(9)9.99999.
       01  STMT-NO-MOVEMENT-LINE.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(30)
              VALUE 'NO MOVEMENTS IN PERIOD'.
       01  STMT-SEPARATOR-LINE.
           05 FILLER             PIC X(132) VALUE ALL '-'.

       01  EXC-HEADER-LINE-1.
           05 FILLER             PIC X(32)
              VALUE 'STATEMENT EXCEPTIONS'.
           05 FILLER             PIC X(7)  VALUE 'PERIOD '.
           05 EH-FROM-DATE       PIC X(8).
           05 FILLER             PIC X(6)  VALUE ' THRU '.
           05 EH-TO-DATE         PIC X(8).
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 FILLER             PIC X(9)  VALUE 'RUN DATE '.
           05 EH-REPORT-DATE     PIC 9(8).
       01  EXC-HEADER-LINE-2.
           05 FILLER             PIC X(22) VALUE 'COL-1'.
           05 FILLER             PIC X(18)
              VALUE '    CLOSING COL-2'.
           05 FILLER             PIC X(8)  VALUE 'COL-3'.
           05 FILLER             PIC X(40) VALUE 'REASON'.
       01  EXC-DETAIL-LINE.
           05 E-COL-1            PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 E-COL-2            PIC Z(9)9.99999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 E-COL-3            PIC Z(5)9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 E-REASON           PIC X(40).

       01  UNDELIV-COUNT-LINE.
           05 FILLER             PIC X(32)
              VALUE '  OF WHICH UNDELIVERABLE:'.
           05 U-COUNT            PIC Z(8)9.

       01  TOTAL-LINE.
           05 T-LABEL            PIC X(32).
           05 T-COUNT            PIC Z(8)9.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(14) VALUE 'SUM OF COL-2:'.
           05 T-COL-2            PIC -(13)9.99999.
       01  RECON-LINE.
           05 FILLER             PIC X(32)
              VALUE 'TAB1 GRAND TOTAL (SUMMARY-TAB1)'.
           05 R-DB-ROWS          PIC Z(8)9.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(14) VALUE 'SUM OF COL-2:'.
           05 R-DB-COL-2-SUM     PIC Z(13)9.99999.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 R-VERDICT          PIC X(16).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           EXEC SQL DECLARE
              STMTTAB CURSOR FOR SELECT COL_1, COL_2, COL_3, COL_5
                 FROM TAB1
                 ORDER BY COL_1
           END-EXEC
           EXEC SQL DECLARE
              STMTCHG CURSOR FOR SELECT CHG_TS, CHG_PROGRAM,
                 CHG_ACTION, OLD_COL_2, NEW_COL_2, FEED_ID
                 FROM TAB1_CHANGES
                 WHERE COL_1 = :JR-COL-1
                   AND CHG_TS >= :WRK-FROM-TS
                   AND CHG_TS <= :WRK-TO-TS
                 ORDER BY CHG_TS
           END-EXEC
           EXEC SQL DECLARE
              CATREF CURSOR FOR SELECT COL_3, CAT_DESC, ACTIVE
                 FROM TAB1_CATEGORY
                 ORDER BY COL_3
           END-EXEC
           MOVE 0 TO SQLCODE
           MOVE 0 TO DB-RETURN-CODE
           ACCEPT WRK-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TS-DATE      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           PERFORM ESTABLISH-PERIOD
           IF NOT PERIOD-IS-VALID
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'STATEMENT-RUN: NOT CONNECTED - ABORTING'
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CHECK-SUPPORTING-TABLES
           PERFORM LOAD-CATEGORY-REFERENCE
           PERFORM OPEN-OUTPUT-FILES
           IF WRK-PRINT-FILE-STATUS = "00"
              AND WRK-EXCEPTION-FILE-STATUS = "00"
              PERFORM PRINT-EXCEPTION-HEADER
              EXEC SQL
                 OPEN STMTTAB
              END-EXEC
              PERFORM UNTIL NO-MORE-ROWS
                 PERFORM FETCH-ONE-ROW
                 IF NOT NO-MORE-ROWS
                    PERFORM PROCESS-ONE-CUSTOMER
                 END-IF
              END-PERFORM
              EXEC SQL
                 CLOSE STMTTAB
              END-EXEC
              PERFORM PRINT-CONTROL-TOTALS
           END-IF
           IF WRK-PRINT-FILE-STATUS = "00"
              CLOSE PRINT-FILE
           END-IF
           IF WRK-EXCEPTION-FILE-STATUS = "00"
              CLOSE EXCEPTION-FILE
           END-IF
           DISPLAY 'STATEMENT-RUN: ' WRK-STMT-COUNT
                   ' STATEMENT(S), ' WRK-EXCEPTION-COUNT
                   ' EXCEPTION(S)'
           IF WRK-UNDELIV-COUNT > 0
              DISPLAY 'STATEMENT-RUN: ' WRK-UNDELIV-COUNT
                      ' OF THE EXCEPTIONS HAVE UNDELIVERABLE ADDRESSES'
           END-IF
           EXEC SQL
              DISCONNECT ALL
           END-EXEC
           PERFORM RECORD-RUN-STATS
           EVALUATE TRUE
              WHEN WRK-PRINT-FILE-STATUS NOT = "00"
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-EXCEPTION-FILE-STATUS NOT = "00"
                 MOVE 8 TO RETURN-CODE
              WHEN FETCH-TROUBLE
                 MOVE 8 TO RETURN-CODE
              WHEN NOT TOTALS-IN-BALANCE
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-EXCEPTION-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN WRK-STMT-COUNT = 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      ****************************************************************
       RECORD-RUN-STATS.
           MOVE 'STMT-RUN' TO WRK-STATS-PROGRAM
           MOVE WRK-ROW-COUNT TO WRK-STATS-IN
           MOVE WRK-STMT-COUNT TO WRK-STATS-OUT
           MOVE WRK-EXCEPTION-COUNT TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN NOT PERIOD-IS-VALID
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN DB-RETURN-CODE NOT = 0
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-PRINT-FILE-STATUS NOT = "00"
                   OR WRK-EXCEPTION-FILE-STATUS NOT = "00"
                   OR FETCH-TROUBLE
                   OR NOT TOTALS-IN-BALANCE
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
              DISPLAY 'STATEMENT-RUN: CONNECTED - ENVIRONMENT '
                      WRK-ENV-CODE
           ELSE
              DISPLAY 'STATEMENT-RUN: CONNECT FAILED, RETURN CODE = '
                      DB-RETURN-CODE
           END-IF.
      ****************************************************************
       ESTABLISH-PERIOD.
      *    Default period is month-to-date: the first of the current
      *    month thru today.
           MOVE SPACES TO WRK-FROM-DATE-PARM
           ACCEPT WRK-FROM-DATE-PARM
                  FROM ENVIRONMENT "STMT_FROM_DATE"
           MOVE SPACES TO WRK-TO-DATE-PARM
           ACCEPT WRK-TO-DATE-PARM
                  FROM ENVIRONMENT "STMT_TO_DATE"
           IF WRK-TO-DATE-PARM = SPACES
              MOVE WRK-TS-DATE TO WRK-TO-DATE-PARM
           END-IF
           IF WRK-FROM-DATE-PARM = SPACES
              MOVE WRK-TS-DATE TO WRK-FROM-DATE-PARM
              MOVE '01' TO WRK-FROM-DATE-PARM(7:2)
           END-IF
           IF WRK-FROM-DATE-PARM IS NOT NUMERIC
              OR WRK-TO-DATE-PARM IS NOT NUMERIC
              OR WRK-FROM-DATE-PARM > WRK-TO-DATE-PARM
              DISPLAY 'STATEMENT-RUN: INVALID PERIOD '
                      WRK-FROM-DATE-PARM ' THRU ' WRK-TO-DATE-PARM
              MOVE 'N' TO WRK-PERIOD-SW
           ELSE
              MOVE SPACES TO WRK-FROM-TS
              MOVE WRK-FROM-DATE-PARM TO WRK-FROM-TS(1:8)
              MOVE '000000'           TO WRK-FROM-TS(9:6)
              MOVE SPACES TO WRK-TO-TS
              MOVE WRK-TO-DATE-PARM   TO WRK-TO-TS(1:8)
              MOVE '235959'           TO WRK-TO-TS(9:6)
              DISPLAY 'STATEMENT-RUN: PERIOD '
                      WRK-FROM-DATE-PARM ' THRU ' WRK-TO-DATE-PARM
           END-IF.
      ****************************************************************
       CHECK-SUPPORTING-TABLES.
      *    TAB1_ADDR, TAB1_DOCS and TAB1_CHANGES are each created on
      *    first use by the programs that own them; a site that has
      *    never run one of those simply has nothing to show for it.
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
           MOVE 'N' TO WRK-UNDELIV-EXIST-SW
           IF ADDR-TABLE-EXISTS
              MOVE 0 TO WRK-TABLE-EXISTS
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                     FROM INFORMATION_SCHEMA.COLUMNS
                    WHERE TABLE_NAME = 'tab1_addr'
                      AND COLUMN_NAME = 'undeliv_date'
              END-EXEC
              IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
                 MOVE 'Y' TO WRK-UNDELIV-EXIST-SW
              END-IF
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
           MOVE 'N' TO WRK-CHG-EXIST-SW
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_changes'
           END-EXEC
           IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-CHG-EXIST-SW
           END-IF
           IF NOT ADDR-TABLE-EXISTS
              DISPLAY 'STATEMENT-RUN: NO TAB1_ADDR TABLE - EVERY '
                      'CUSTOMER GOES TO THE EXCEPTIONS LIST'
           END-IF.
      ****************************************************************
       OPEN-OUTPUT-FILES.
           MOVE SPACES TO WRK-PRINT-FILE-PATH
           ACCEPT WRK-PRINT-FILE-PATH
                  FROM ENVIRONMENT "STMT_PRINT_FILE"
           IF WRK-PRINT-FILE-PATH = SPACES
              MOVE "tab1stmt.rpt" TO WRK-PRINT-FILE-PATH
           END-IF
           MOVE SPACES TO WRK-EXCEPTION-FILE-PATH
           ACCEPT WRK-EXCEPTION-FILE-PATH
                  FROM ENVIRONMENT "STMT_EXCEPTION_FILE"
           IF WRK-EXCEPTION-FILE-PATH = SPACES
              MOVE "tab1stmt.exc" TO WRK-EXCEPTION-FILE-PATH
           END-IF
           ACCEPT WRK-REPORT-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT PRINT-FILE
           IF WRK-PRINT-FILE-STATUS NOT = "00"
              DISPLAY 'STATEMENT-RUN: UNABLE TO OPEN '
                      WRK-PRINT-FILE-PATH
                      ' STATUS ' WRK-PRINT-FILE-STATUS
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF WRK-EXCEPTION-FILE-STATUS NOT = "00"
              DISPLAY 'STATEMENT-RUN: UNABLE TO OPEN '
                      WRK-EXCEPTION-FILE-PATH
                      ' STATUS ' WRK-EXCEPTION-FILE-STATUS
           END-IF.
      ****************************************************************
       PRINT-EXCEPTION-HEADER.
           MOVE WRK-FROM-DATE-PARM TO EH-FROM-DATE
           MOVE WRK-TO-DATE-PARM   TO EH-TO-DATE
           MOVE WRK-REPORT-DATE    TO EH-REPORT-DATE
           MOVE EXC-HEADER-LINE-1 TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE EXC-HEADER-LINE-2 TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.
      ****************************************************************
       FETCH-ONE-ROW.
           EXEC SQL
              FETCH NEXT STMTTAB INTO
                      :COL-1, :COL-2, :COL-3, :COL-5
           END-EXEC
           EVALUATE SQLCODE
              WHEN 100
                 MOVE 'Y' TO WRK-READ-EOF-SW
              WHEN 0
                 ADD 1 TO WRK-ROW-COUNT
              WHEN OTHER
                 DISPLAY 'STATEMENT-RUN: FETCH ERROR ' SQLCODE
                         '->' SQLERRMC
                 MOVE 'Y' TO WRK-READ-EOF-SW
                 MOVE 'Y' TO WRK-FETCH-ERROR-SW
           END-EVALUATE.
      ****************************************************************
       PROCESS-ONE-CUSTOMER.
           PERFORM ESTABLISH-BALANCES
           PERFORM FETCH-ADDRESS
      *    An address that could not be read is not a missing one -
      *    the run stops on it rather than list the customer.
           EVALUATE TRUE
              WHEN FETCH-TROUBLE
                 CONTINUE
              WHEN NOT ADDRESS-FOUND
                 MOVE 'NO TAB1_ADDR ROW - NO STATEMENT PRINTED'
                   TO E-REASON
                 PERFORM WRITE-EXCEPTION-LINE
              WHEN ADDRESS-UNDELIVERABLE
                 MOVE SPACES TO E-REASON
                 STRING 'UNDELIVERABLE ADDRESS SINCE '
                        WRK-AD-UNDELIV-DATE
                    DELIMITED BY SIZE INTO E-REASON
                 PERFORM WRITE-EXCEPTION-LINE
                 ADD 1 TO WRK-UNDELIV-COUNT
              WHEN OTHER
                 PERFORM PRINT-ONE-STATEMENT
                 ADD 1 TO WRK-STMT-COUNT
                 ADD WRK-CLOSING-COL-2 TO WRK-STMT-COL-2-TOTAL
           END-EVALUATE
      *    Whatever the journal moved after the period end is what
      *    separates the closing balance from today's COL-2.
           COMPUTE WRK-LATER-MOVEMENT = WRK-LATER-MOVEMENT
                 + COL-2 - WRK-CLOSING-COL-2.
      ****************************************************************
       ESTABLISH-BALANCES.
           MOVE COL-2 TO WRK-CLOSING-COL-2
           IF CHANGES-TABLE-EXISTS
              MOVE COL-1 TO JR-COL-1
              EXEC SQL
                   SELECT OLD_COL_2 INTO :JR-OLD-COL-2
                     FROM TAB1_CHANGES
                    WHERE COL_1 = :JR-COL-1
                      AND CHG_TS > :WRK-TO-TS
                    ORDER BY CHG_TS
                    LIMIT 1
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE JR-OLD-COL-2 TO WRK-CLOSING-COL-2
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'STATEMENT-RUN: JOURNAL READ ERROR '
                            SQLCODE ' KEY ' COL-1
                    MOVE 'Y' TO WRK-FETCH-ERROR-SW
              END-EVALUATE
           END-IF
           MOVE WRK-CLOSING-COL-2 TO WRK-OPENING-COL-2
           IF CHANGES-TABLE-EXISTS
              EXEC SQL
                   SELECT OLD_COL_2 INTO :JR-OLD-COL-2
                     FROM TAB1_CHANGES
                    WHERE COL_1 = :JR-COL-1
                      AND CHG_TS >= :WRK-FROM-TS
                      AND CHG_TS <= :WRK-TO-TS
                    ORDER BY CHG_TS
                    LIMIT 1
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE JR-OLD-COL-2 TO WRK-OPENING-COL-2
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'STATEMENT-RUN: JOURNAL READ ERROR '
                            SQLCODE ' KEY ' COL-1
                    MOVE 'Y' TO WRK-FETCH-ERROR-SW
              END-EVALUATE
           END-IF.
      ****************************************************************
       FETCH-ADDRESS.
           MOVE 'N' TO WRK-ADDR-FOUND-SW
           IF ADDR-TABLE-EXISTS
              MOVE SPACES TO WRK-AD-NAME WRK-AD-STREET
                             WRK-AD-CITY WRK-AD-POSTCODE
              EXEC SQL
                   SELECT ADDR_NAME, ADDR_STREET, ADDR_CITY,
                          ADDR_POSTCODE
                     INTO :WRK-AD-NAME, :WRK-AD-STREET,
                          :WRK-AD-CITY, :WRK-AD-POSTCODE
                     FROM TAB1_ADDR
                    WHERE COL_1 = :COL-1
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE 'Y' TO WRK-ADDR-FOUND-SW
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'STATEMENT-RUN: ADDRESS READ ERROR '
                            SQLCODE ' KEY ' COL-1
                    MOVE 'Y' TO WRK-READ-EOF-SW
                    MOVE 'Y' TO WRK-FETCH-ERROR-SW
              END-EVALUATE
           END-IF
           MOVE 'N' TO WRK-UNDELIV-SW
           IF ADDRESS-FOUND AND UNDELIV-TRACKED
              MOVE SPACES TO WRK-AD-UNDELIV-DATE
              EXEC SQL
                   SELECT COALESCE(UNDELIV_DATE, ' ')
                     INTO :WRK-AD-UNDELIV-DATE
                     FROM TAB1_ADDR
                    WHERE COL_1 = :COL-1
              END-EXEC
              IF SQLCODE = 0 AND WRK-AD-UNDELIV-DATE NOT = SPACES
                 MOVE 'Y' TO WRK-UNDELIV-SW
              END-IF
           END-IF.
      ****************************************************************
       PRINT-ONE-STATEMENT.
           MOVE WRK-FROM-DATE-PARM TO SH-FROM-DATE
           MOVE WRK-TO-DATE-PARM   TO SH-TO-DATE
           MOVE WRK-REPORT-DATE    TO SH-REPORT-DATE
           COMPUTE SH-STMT-NUMBER = WRK-STMT-COUNT + 1
           MOVE STMT-HEADER-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WRK-AD-NAME TO SA-TEXT
           MOVE STMT-ADDRESS-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WRK-AD-STREET TO SA-TEXT
           MOVE STMT-ADDRESS-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WRK-AD-CITY     TO SC-CITY
           MOVE WRK-AD-POSTCODE TO SC-POSTCODE
           MOVE STMT-CITY-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM COUNT-DOCUMENTS
           MOVE COL-1 TO SL-COL-1
           MOVE COL-3 TO SL-COL-3
           PERFORM FIND-CATEGORY-DESC
           MOVE WRK-CAT-DESC  TO SL-CAT-DESC
           MOVE WRK-DOC-COUNT TO SL-DOC-COUNT
           MOVE STMT-ACCOUNT-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'OPENING COL-2' TO SB-LABEL
           MOVE WRK-OPENING-COL-2 TO SB-COL-2
           MOVE STMT-BALANCE-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE STMT-MOVEMENT-HEADER TO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM PRINT-PERIOD-MOVEMENTS
           MOVE 'CLOSING COL-2' TO SB-LABEL
           MOVE WRK-CLOSING-COL-2 TO SB-COL-2
           MOVE STMT-BALANCE-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE STMT-SEPARATOR-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD.
      ****************************************************************
       COUNT-DOCUMENTS.
           MOVE 0 TO WRK-DOC-COUNT
           IF DOCS-TABLE-EXISTS
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-DOC-COUNT
                     FROM TAB1_DOCS
                    WHERE COL_1 = :COL-1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO WRK-DOC-COUNT
              END-IF
           END-IF.
      ****************************************************************
       PRINT-PERIOD-MOVEMENTS.
           MOVE 0 TO WRK-KEY-MOVEMENTS
           IF CHANGES-TABLE-EXISTS
              MOVE COL-1 TO JR-COL-1
              MOVE 'N' TO WRK-CHG-EOF-SW
              EXEC SQL
                 OPEN STMTCHG
              END-EXEC
              PERFORM UNTIL NO-MORE-CHANGES
                 EXEC SQL
                    FETCH NEXT STMTCHG INTO
                       :JR-TS, :JR-PROGRAM, :JR-ACTION,
                       :JR-OLD-COL-2, :JR-NEW-COL-2, :JR-FEED-ID
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN 100
                       MOVE 'Y' TO WRK-CHG-EOF-SW
                    WHEN 0
                       MOVE JR-TS        TO SM-TS
                       MOVE JR-PROGRAM   TO SM-PROGRAM
                       MOVE JR-FEED-ID   TO SM-FEED-ID
                       MOVE JR-OLD-COL-2 TO SM-OLD-COL-2
                       MOVE JR-NEW-COL-2 TO SM-NEW-COL-2
                       MOVE STMT-MOVEMENT-LINE TO PRINT-RECORD
                       WRITE PRINT-RECORD
                       ADD 1 TO WRK-KEY-MOVEMENTS
                    WHEN OTHER
                       DISPLAY 'STATEMENT-RUN: JOURNAL FETCH ERROR '
                               SQLCODE ' KEY ' COL-1
                       MOVE 'Y' TO WRK-FETCH-ERROR-SW
                       MOVE 'Y' TO WRK-CHG-EOF-SW
                 END-EVALUATE
              END-PERFORM
              EXEC SQL
                 CLOSE STMTCHG
              END-EXEC
           END-IF
           IF WRK-KEY-MOVEMENTS = 0
              MOVE STMT-NO-MOVEMENT-LINE TO PRINT-RECORD
              WRITE PRINT-RECORD
           END-IF
           ADD WRK-KEY-MOVEMENTS TO WRK-MOVEMENT-COUNT.
      ****************************************************************
       WRITE-EXCEPTION-LINE.
           MOVE COL-1 TO E-COL-1
           MOVE WRK-CLOSING-COL-2 TO E-COL-2
           MOVE COL-3 TO E-COL-3
           MOVE EXC-DETAIL-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           ADD 1 TO WRK-EXCEPTION-COUNT
           ADD WRK-CLOSING-COL-2 TO WRK-EXC-COL-2-TOTAL.
      ****************************************************************
       PRINT-CONTROL-TOTALS.
      *    Same COUNT/SUM of TAB1 that SUMMARY-TAB1 reconciles its
      *    grand total against.
           MOVE 0 TO WRK-DB-ROWS
           MOVE 0 TO WRK-DB-COL-2-SUM
           EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(COL_2), 0)
                  INTO :WRK-DB-ROWS, :WRK-DB-COL-2-SUM
                  FROM TAB1
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'STATEMENT-RUN: RECONCILIATION QUERY ERROR '
                      SQLCODE
           END-IF
           COMPUTE WRK-TIED-ROWS = WRK-STMT-COUNT
                                 + WRK-EXCEPTION-COUNT
           COMPUTE WRK-TIED-COL-2-TOTAL = WRK-STMT-COL-2-TOTAL
                                        + WRK-EXC-COL-2-TOTAL
                                        + WRK-LATER-MOVEMENT
           IF SQLCODE NOT = 0
              OR WRK-TIED-ROWS NOT = WRK-DB-ROWS
              OR WRK-TIED-COL-2-TOTAL NOT = WRK-DB-COL-2-SUM
              MOVE 'N' TO WRK-RECON-SW
           END-IF
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'STATEMENTS PRINTED:' TO T-LABEL
           MOVE WRK-STMT-COUNT TO T-COUNT
           MOVE WRK-STMT-COL-2-TOTAL TO T-COL-2
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'EXCEPTIONS (NO/UNDELIV ADDRESS):' TO T-LABEL
           MOVE WRK-EXCEPTION-COUNT TO T-COUNT
           MOVE WRK-EXC-COL-2-TOTAL TO T-COL-2
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           IF WRK-UNDELIV-COUNT > 0
              MOVE WRK-UNDELIV-COUNT TO U-COUNT
              MOVE UNDELIV-COUNT-LINE TO PRINT-RECORD
              WRITE PRINT-RECORD
           END-IF
           MOVE 'MOVEMENT AFTER PERIOD END:' TO T-LABEL
           MOVE 0 TO T-COUNT
           MOVE WRK-LATER-MOVEMENT TO T-COL-2
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'TIED TO TAB1:' TO T-LABEL
           MOVE WRK-TIED-ROWS TO T-COUNT
           MOVE WRK-TIED-COL-2-TOTAL TO T-COL-2
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WRK-DB-ROWS TO R-DB-ROWS
           MOVE WRK-DB-COL-2-SUM TO R-DB-COL-2-SUM
           IF TOTALS-IN-BALANCE
              MOVE 'IN BALANCE' TO R-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE' TO R-VERDICT
              DISPLAY 'STATEMENT-RUN: CONTROL TOTALS DO NOT TIE TO '
                      'TAB1 - ' WRK-TIED-ROWS ' VS ' WRK-DB-ROWS
           END-IF
           MOVE RECON-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE 'EXCEPTIONS LISTED:' TO T-LABEL
           MOVE WRK-EXCEPTION-COUNT TO T-COUNT
           MOVE WRK-EXC-COL-2-TOTAL TO T-COL-2
           MOVE TOTAL-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.
      ****************************************************************
       LOAD-CATEGORY-REFERENCE.
      *    Pull TAB1_CATEGORY once; a site that never ran CAT-MAINT
      *    simply gets the bare codes it always had.
           MOVE 0 TO WRK-REF-COUNT
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_category'
           END-EXEC
           IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
              MOVE 'N' TO WRK-REF-EOF-SW
              EXEC SQL
                 OPEN CATREF
              END-EXEC
              PERFORM UNTIL NO-MORE-REF-CODES
                 EXEC SQL
                    FETCH NEXT CATREF INTO
                       :CT-COL-3, :CT-DESC, :CT-ACTIVE
                 END-EXEC
                 EVALUATE TRUE
                    WHEN SQLCODE = 100
                       MOVE 'Y' TO WRK-REF-EOF-SW
                    WHEN SQLCODE NOT = 0
                       DISPLAY 'STATEMENT-RUN: CATEGORY REFERENCE '
                               'FETCH ERROR ' SQLCODE
                       MOVE 'Y' TO WRK-REF-EOF-SW
                    WHEN WRK-REF-COUNT >= WRK-REF-MAX
                       MOVE 'Y' TO WRK-REF-EOF-SW
                    WHEN OTHER
                       ADD 1 TO WRK-REF-COUNT
                       MOVE CT-COL-3  TO WRF-COL-3(WRK-REF-COUNT)
                       MOVE CT-DESC   TO WRF-DESC(WRK-REF-COUNT)
                       MOVE CT-ACTIVE TO WRF-ACTIVE(WRK-REF-COUNT)
                 END-EVALUATE
              END-PERFORM
              EXEC SQL
                 CLOSE CATREF
              END-EXEC
           END-IF.
      ****************************************************************
       FIND-CATEGORY-DESC.
           MOVE 'N' TO WRK-REF-FOUND-SW
           MOVE 0 TO WRK-REF-IX
           PERFORM UNTIL REF-CODE-FOUND
                      OR WRK-REF-IX >= WRK-REF-COUNT
              ADD 1 TO WRK-REF-IX
              IF WRF-COL-3(WRK-REF-IX) = COL-3
                 MOVE 'Y' TO WRK-REF-FOUND-SW
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WRK-REF-COUNT = 0
                 MOVE SPACES TO WRK-CAT-DESC
              WHEN REF-CODE-FOUND
                 MOVE WRF-DESC(WRK-REF-IX) TO WRK-CAT-DESC
              WHEN OTHER
                 MOVE '*UNKNOWN CATEGORY*' TO WRK-CAT-DESC
           END-EVALUATE.
